000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HH835213.
000300
000400*----------------------------------------------------------------*
000500*  OUTBOUND X12 835 ELECTRONIC REMITTANCE ADVICE                  *
000600*                                                                 *
000700*  READS THE CYCLE'S RELEASED OUTFILE (THE SAME FILE THE          *
000800*  REMITTANCE EXTRACT RAN OVER) AND BUILDS ONE 835 TRANSACTION    *
000900*  PER PROVIDER FOR THE PAYMENT CYCLE, SO AGENCIES GET A          *
001000*  MACHINE-READABLE REMITTANCE BACK FROM US.  CLAIMS ARE SORTED    *
001100*  BY NPI AND DCN; THE SAME SUSPECT AND INFORMATIONAL HOLDS AS    *
001200*  HHRMT213 APPLY, SO THE 835 CARRIES EXACTLY THE REMITTANCE      *
001300*  EXTRACT'S CLAIMS.                                              *
001400*                                                                 *
001500*  PER CLAIM:                                                     *
001600*    CLP  CHARGES (SUM OF THE REVENUE LINES) AND THE PAID         *
001700*         AMOUNT - HHA-TOTAL-PAYMENT LESS SEQUESTRATION           *
001800*    CAS  SEQUESTRATION AS ITS OWN ADJUSTMENT, THE MSP PRIMARY    *
001900*         PAYMENT, AND THE CHARGE-TO-PAYMENT DIFFERENCE UNDER     *
002000*         THE CARC MAPPED TO THE PAY RTC                          *
002100*    MOA  THE RARC REMARKS FOR THE PAY RTC AND EVERY CODE ON      *
002200*         HHA-EDIT-RTC-LIST                                       *
002210*  AN ADJUSTMENT GOES OUT AS TWO CLAIM LOOPS - A STATUS 22        *
002220*  REVERSAL OF WHAT THE PREDECESSOR PAID (CLP07 IS THE            *
002230*  PREDECESSOR DCN), THEN THE CORRECTED CLAIM - SO THE PAIR NETS  *
002240*  TO WHAT HHEFT213 DISBURSES.  A DOWNWARD NET IS NOT TAKEN       *
002250*  FROM THIS PAYMENT: HHMGR213 BOOKED IT TO THE OFFSET LEDGER,    *
002260*  SO IT IS CARRIED FORWARD AS A NEGATIVE PLB ITEM UNDER THE      *
002270*  FB ROW AND IS RECOVERED LATER AS AN OFFSET.                    *
002300*  PER PROVIDER, THE PLB SEGMENT CARRIES THE OVERPAYMENT          *
002400*  RECOUPMENTS WITHHELD (HHA-OFFSET-APPLIED-AMT), THE CLEAN-      *
002500*  CLAIM INTEREST PAID (HHA-INTEREST-AMT) AND THE FORWARD         *
002510*  BALANCES, EACH REFERENCED TO ITS DCN; BPR IS THE CLAIM         *
002600*  PAYMENTS LESS THE PLB TOTAL, AND MUST EQUAL THE PROVIDER NET   *
002610*  HHEFT213 DERIVES FROM THE SAME CLAIMS.                         *
002700*                                                                 *
002800*  EVERY CODE MAPPING COMES FROM THE MAINTAINED CARCMAP FILE -    *
002900*  ONE ROW PER PAY/EDIT RTC, PLUS THE SPECIAL KEYS                *
003000*    SQ  SEQUESTRATION CAS GROUP/CARC                             *
003100*    MP  MSP PRIMARY-PAYER CAS GROUP/CARC                         *
003200*    OF  PLB REASON FOR AN OFFSET RECOUPMENT (CARC COLUMN)        *
003300*    IN  PLB REASON FOR INTEREST (CARC COLUMN)                    *
003310*    FB  PLB REASON FOR A DOWNWARD ADJUSTMENT CARRIED FORWARD     *
003400*  AN RTC WITH NO ROW IS LISTED ON ERARPT AND FAILS THE STEP.     *
003500*                                                                 *
003600*  THE 835 CLAIM COUNT, PAYMENT, INTEREST AND SEQUESTRATION       *
003700*  TOTALS MUST BALANCE TO THE HHRMTTRL TRAILER ON THE CYCLE'S     *
003800*  REMITFIL, OR THE STEP ENDS RC 16 AND THE FILE IS NOT SENT.     *
003900*                                                                 *
004000*  ERAPARM (OPTIONAL) - COLUMNS 1-15  ISA SENDER ID               *
004100*                       COLUMNS 17-31 ISA RECEIVER ID             *
004200*                       COLUMNS 33-42 PAYER ID (TRN03)            *
004300*                       COLUMNS 44-78 PAYER NAME                  *
004400*----------------------------------------------------------------*
004500
004600 DATE-COMPILED.
004700 ENVIRONMENT                     DIVISION.
004800
004900 CONFIGURATION                   SECTION.
005000 SOURCE-COMPUTER.                IBM-370.
005100 OBJECT-COMPUTER.                IBM-370.
005200
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500
005600     SELECT OUTFILE   ASSIGN TO UT-S-OUTFILE
005700         FILE STATUS IS OUT-STAT.
005800     SELECT REMITFIL  ASSIGN TO UT-S-REMITFIL
005900         FILE STATUS IS RMT-STAT.
006000     SELECT CARCMAP   ASSIGN TO UT-S-CARCMAP
006100         FILE STATUS IS CRM-STAT.
006200     SELECT OPTIONAL ERAPARM ASSIGN TO UT-S-ERAPARM
006300         FILE STATUS IS EPP-STAT.
006400     SELECT OPTIONAL MODECARD ASSIGN TO UT-S-MODECARD
006500         FILE STATUS IS MDC-STAT.
006600     SELECT ERAFILE   ASSIGN TO UT-S-ERAFILE
006700         FILE STATUS IS ERA-STAT.
006800     SELECT ERARPT    ASSIGN TO UT-S-ERARPT
006900         FILE STATUS IS ERR-STAT.
007000     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  OUTFILE
007500     LABEL RECORDS ARE STANDARD
007600     RECORDING MODE IS V
007610     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
007700     BLOCK CONTAINS 0 RECORDS.
007800 01  OUT-REC                    PIC X(1000).
007900
008000*----------------------------------------------------------------*
008100*  REMITFIL - ONLY ITS HHRMTTRL TRAILER IS READ HERE              *
008200*----------------------------------------------------------------*
008300 FD  REMITFIL
008400     LABEL RECORDS ARE STANDARD
008500     RECORDING MODE IS F
008600     BLOCK CONTAINS 0 RECORDS.
008700 01  REMITFIL-REC.
008800     05  RTI-ID                 PIC X(08).
008900     05  FILLER                 PIC X(01).
009000     05  RTI-RECORD-COUNT       PIC 9(09).
009100     05  FILLER                 PIC X(01).
009200     05  RTI-TOTAL-PAYMENT      PIC 9(11).99.
009300     05  FILLER                 PIC X(01).
009400     05  RTI-OUTLIER-PAYMENT    PIC 9(11).99.
009500     05  FILLER                 PIC X(01).
009600     05  RTI-NET-ADJ-AMT        PIC -9(11).99.
009700     05  FILLER                 PIC X(01).
009800     05  RTI-INTEREST-AMT       PIC 9(11).99.
009900     05  FILLER                 PIC X(01).
010000     05  RTI-SEQ-AMT            PIC 9(11).99.
010100     05  FILLER                 PIC X(26).
010200
010300*----------------------------------------------------------------*
010400*  RTC-TO-CARC/RARC MAPPING - '*' IN COLUMN 1 IS A COMMENT        *
010500*----------------------------------------------------------------*
010600 FD  CARCMAP
010700     RECORDING MODE IS F
010800     BLOCK CONTAINS 0 RECORDS
010900     LABEL RECORDS ARE STANDARD.
011000 01  CARCMAP-REC.
011100     05  CRM-KEY                PIC X(02).
011200     05  FILLER                 PIC X(01).
011300     05  CRM-GROUP              PIC X(02).
011400     05  FILLER                 PIC X(01).
011500     05  CRM-CARC               PIC X(05).
011600     05  FILLER                 PIC X(01).
011700     05  CRM-RARC               PIC X(05).
011800     05  FILLER                 PIC X(01).
011900     05  CRM-DESC               PIC X(40).
012000     05  FILLER                 PIC X(22).
012100
012200 FD  ERAPARM
012300     RECORDING MODE IS F
012400     BLOCK CONTAINS 0 RECORDS
012500     LABEL RECORDS ARE STANDARD.
012600 01  ERAPARM-REC.
012700     05  EPP-SENDER-ID          PIC X(15).
012800     05  FILLER                 PIC X(01).
012900     05  EPP-RECEIVER-ID        PIC X(15).
013000     05  FILLER                 PIC X(01).
013100     05  EPP-PAYER-ID           PIC X(10).
013200     05  FILLER                 PIC X(01).
013300     05  EPP-PAYER-NAME         PIC X(35).
013400     05  FILLER                 PIC X(02).
013500
013600 FD  MODECARD
013700     RECORDING MODE IS F
013800     BLOCK CONTAINS 0 RECORDS
013900     LABEL RECORDS ARE STANDARD.
014000 01  MODECARD-REC.
014100     05  MDC-RUN-MODE           PIC X(01).
014200     05  FILLER                 PIC X(79).
014300
014400*----------------------------------------------------------------*
014500*  THE 835 INTERCHANGE AS 80-BYTE CARD IMAGES OF THE RAW STREAM,  *
014600*  THE SAME FORM THE INBOUND 837I ARRIVES IN                      *
014700*----------------------------------------------------------------*
014800 FD  ERAFILE
014900     RECORDING MODE IS F
015000     BLOCK CONTAINS 0 RECORDS
015100     LABEL RECORDS ARE STANDARD.
015200 01  ERAFILE-REC                PIC X(80).
015300
015400 FD  ERARPT
015500     RECORDING MODE IS F
015600     BLOCK CONTAINS 133 RECORDS
015700     LABEL RECORDS ARE STANDARD.
015800 01  ERARPT-LINE                PIC X(133).
015900
016000 SD  SORTFILE.
016100 01  SORT-REC.
016200     05  SRT-NPI                PIC X(10).
016300     05  SRT-DCN                PIC X(08).
016400     05  SRT-CLAIM              PIC X(1000).
016500
016600 WORKING-STORAGE SECTION.
016700 01  FILLER                     PIC X(40)  VALUE
016800     'HH835    - W O R K I N G   S T O R A G E'.
016900 01  HH835-VERSION              PIC X(07)  VALUE 'E2026.1'.
017000 01  EOF-OUT                    PIC 9(01)  VALUE 0.
017100 01  EOF-SRT                    PIC 9(01)  VALUE 0.
017200 01  EOF-CRM                    PIC 9(01)  VALUE 0.
017300 01  EOF-RMT                    PIC 9(01)  VALUE 0.
017400 01  OWN-RUN-MODE               PIC X(01)  VALUE 'P'.
017500 01  ISA-USAGE                  PIC X(01)  VALUE 'P'.
017600 01  HDR-SEEN-SW                PIC 9(01)  VALUE 0.
017700 01  TRL-SEEN-SW                PIC 9(01)  VALUE 0.
017800 01  RTI-SEEN-SW                PIC 9(01)  VALUE 0.
017900 01  VAL-COUNT                  PIC 9(09)  VALUE 0.
018000 01  VAL-SUM-PAY                PIC 9(13)V9(02) VALUE 0.
018100 01  VAL-SUM-OUTL               PIC 9(13)V9(02) VALUE 0.
018200 01  VAL-TRL-REC.
018300     05  VAL-ID                 PIC X(08).
018400     05  VAL-RECORD-COUNT       PIC 9(09).
018500     05  VAL-TOTAL-PAY-SUM      PIC 9(13)V9(02).
018600     05  VAL-OUTLIER-SUM        PIC 9(13)V9(02).
018700     05  FILLER                 PIC X(603).
018800 01  OUTFILE-CTR                PIC 9(09)  VALUE 0.
018900 01  HELD-CTR                   PIC 9(09)  VALUE 0.
019000 01  CLAIM-CTR                  PIC 9(09)  VALUE 0.
019100 01  ST-CTR                     PIC 9(04)  VALUE 0.
019200 01  SEG-IN-ST                  PIC 9(07)  VALUE 0.
019300 01  SEG-TOTAL                  PIC 9(09)  VALUE 0.
019400 01  CARD-CTR                   PIC 9(09)  VALUE 0.
019500 01  UNMAPPED-CTR               PIC 9(07)  VALUE 0.
019600 01  ERA-LINE-CTR               PIC 9(02)  VALUE 65.
019700 01  ERA-CYCLE-DATE             PIC X(08)  VALUE SPACES.
019800 01  ERA-PERIOD-END             PIC X(08)  VALUE SPACES.
019900 01  ERA-CURR-DATE              PIC X(08)  VALUE SPACES.
020000 01  ERA-CURR-TIME              PIC X(08)  VALUE SPACES.
020100 01  ERA-ISA-CONTROL            PIC 9(09)  VALUE 0.
020200 01  ERA-SENDER-ID              PIC X(15)  VALUE 'HHPRICER'.
020300 01  ERA-RECEIVER-ID            PIC X(15)  VALUE 'HHPROVIDERS'.
020400 01  ERA-PAYER-ID               PIC X(10)  VALUE 'HHPAYER'.
020500 01  ERA-PAYER-NAME             PIC X(35)  VALUE
020600     'MEDICARE HOME HEALTH'.
020700
020800*----------------------------------------------------------------*
020900*  835 TOTALS - BALANCED TO THE REMITTANCE TRAILER                *
021000*----------------------------------------------------------------*
021100 01  ERA-SUM-PAY                PIC 9(11)V9(02) VALUE 0.
021200 01  ERA-SUM-INT                PIC 9(11)V9(02) VALUE 0.
021300 01  ERA-SUM-SEQ                PIC 9(11)V9(02) VALUE 0.
021400 01  ERA-SUM-OFFSET             PIC 9(11)V9(02) VALUE 0.
021500 01  ERA-SUM-CLP                PIC S9(11)V9(02) VALUE 0.
021600 01  ERA-SUM-BPR                PIC S9(11)V9(02) VALUE 0.
021610 01  ERA-SUM-DEFER              PIC S9(11)V9(02) VALUE 0.
021620 01  ERA-SUM-EFT                PIC S9(11)V9(02) VALUE 0.
021700 01  CHK-COUNT                  PIC 9(09)  VALUE 0.
021800 01  CHK-PAY                    PIC 9(11)V9(02) VALUE 0.
021900 01  CHK-INT                    PIC 9(11)V9(02) VALUE 0.
022000 01  CHK-SEQ                    PIC 9(11)V9(02) VALUE 0.
022100 01  ERA-BALANCE-SW             PIC X(01)  VALUE 'Y'.
022200     88  ERA-IN-BALANCE                    VALUE 'Y'.
022300
022400*----------------------------------------------------------------*
022500*  CLAIM WORK AREAS                                               *
022600*----------------------------------------------------------------*
022700 01  WK-CHARGE                  PIC S9(09)V9(02) VALUE 0.
022800 01  WK-PAID                    PIC S9(09)V9(02) VALUE 0.
022900 01  WK-DIFF                    PIC S9(09)V9(02) VALUE 0.
022910*    AN ADJUSTMENT'S SHARE OF SEQUESTRATION, WHAT ITS PREDECESSOR
022920*    PAID, THE NET CARRIED FORWARD AND WHAT HHEFT213 PAYS ON IT
022930 01  WK-ADJ-SEQ                 PIC S9(09)V9(02) VALUE 0.
022940 01  WK-ORIG-PAID               PIC S9(09)V9(02) VALUE 0.
022950 01  WK-DEFER                   PIC S9(09)V9(02) VALUE 0.
022960 01  WK-EFT-NET                 PIC S9(09)V9(02) VALUE 0.
023000 01  WK-PRIM                    PIC S9(09)V9(02) VALUE 0.
023100 01  WK-STATUS                  PIC X(02)  VALUE SPACES.
023200 01  WK-CLAIM-ID                PIC X(12)  VALUE SPACES.
023300 01  WK-PREV-NPI                PIC X(10)  VALUE SPACES.
023400 01  WK-MAP-KEY                 PIC X(02)  VALUE SPACES.
023500 01  WK-EDIT-RTC                PIC 99     VALUE 0.
023600 01  REV-SUB                    PIC 9(01)  VALUE 0.
023700 01  EDIT-SUB                   PIC 9(01)  VALUE 0.
023800 01  RARC-NEXT                  PIC 9(01)  VALUE 0.
023900 01  RARC-SUB                   PIC 9(01)  VALUE 0.
024000 01  RARC-LIST.
024100     05  RARC-CODE              PIC X(05)  OCCURS 5.
024200 01  MAP-FOUND-SW               PIC X(01)  VALUE 'N'.
024300     88  MAP-FOUND                         VALUE 'Y'.
024400 01  PROV-OPEN-SW               PIC X(01)  VALUE 'N'.
024500     88  PROV-OPEN                         VALUE 'Y'.
024600
024700*----------------------------------------------------------------*
024800*  SEGMENT BUILDER AND CARD-IMAGE WRITER                          *
024900*----------------------------------------------------------------*
025000 01  ELEM-SEP                   PIC X(01)  VALUE '*'.
025100 01  SEG-TERM                   PIC X(01)  VALUE '~'.
025200 01  SEG-OUT                    PIC X(256) VALUE SPACES.
025300 01  SEG-PTR                    PIC 9(03)  VALUE 1.
025400 01  SEG-LEN                    PIC 9(03)  VALUE 0.
025500 01  CHAR-SUB                   PIC 9(03)  VALUE 0.
025600 01  CARD-POS                   PIC 9(02)  VALUE 0.
025700 01  CARD-BUF                   PIC X(80)  VALUE SPACES.
025800 01  EDT-AMT                    PIC S9(11)V9(02) VALUE 0.
025900 01  EDT-AMT-PIC                PIC -(11)9.99.
026000 01  EDT-CNT                    PIC 9(09)  VALUE 0.
026100 01  EDT-CNT-PIC                PIC Z(08)9.
026200 01  EDT-LEAD                   PIC 9(02)  VALUE 0.
026300 01  EDT-TEXT                   PIC X(16)  VALUE SPACES.
026400 01  ST-CONTROL                 PIC 9(04)  VALUE 0.
026500
026600 01  OUT-STAT.
026700     05  OUT-STAT1              PIC X.
026800     05  OUT-STAT2              PIC X.
026900 01  RMT-STAT.
027000     05  RMT-STAT1              PIC X.
027100     05  RMT-STAT2              PIC X.
027200 01  CRM-STAT.
027300     05  CRM-STAT1              PIC X.
027400     05  CRM-STAT2              PIC X.
027500 01  EPP-STAT.
027600     05  EPP-STAT1              PIC X.
027700     05  EPP-STAT2              PIC X.
027800 01  MDC-STAT.
027900     05  MDC-STAT1              PIC X.
028000     05  MDC-STAT2              PIC X.
028100 01  ERA-STAT.
028200     05  ERA-STAT1              PIC X.
028300     05  ERA-STAT2              PIC X.
028400 01  ERR-STAT.
028500     05  ERR-STAT1              PIC X.
028600     05  ERR-STAT2              PIC X.
028700
028800*----------------------------------------------------------------*
028900*  CARCMAP HELD IN CORE                                           *
029000*----------------------------------------------------------------*
029100 01  CARC-MAP-NEXT              PIC 9(03)  VALUE 0.
029200 01  CARC-MAP-TABLE.
029300     05  CMT-DATA               OCCURS 200
029400                                INDEXED BY CM1.
029500         10  CMT-KEY            PIC X(02).
029600         10  CMT-GROUP          PIC X(02).
029700         10  CMT-CARC           PIC X(05).
029800         10  CMT-RARC           PIC X(05).
029900
030000*----------------------------------------------------------------*
030100*  PER-PROVIDER TOTALS, BUILT AS THE CLAIMS ARE SORTED SO BPR     *
030200*  CAN BE WRITTEN AHEAD OF THE PROVIDER'S CLAIMS                  *
030300*----------------------------------------------------------------*
030400 01  ERA-PROV-NEXT              PIC 9(04)  VALUE 0.
030500 01  ERA-PROV-TABLE.
030600     05  EPV-DATA               OCCURS 5000
030700                                INDEXED BY EP1.
030800         10  EPV-NPI            PIC X(10).
030900         10  EPV-PROV-NO        PIC X(06).
031000         10  EPV-CLAIMS         PIC 9(07).
031100         10  EPV-CLP-SUM        PIC S9(11)V9(02).
031200         10  EPV-OFFSET         PIC S9(11)V9(02).
031300         10  EPV-INTEREST       PIC S9(11)V9(02).
031310         10  EPV-DEFER          PIC S9(11)V9(02).
031320         10  EPV-EFT-NET        PIC S9(11)V9(02).
031400
031500*----------------------------------------------------------------*
031600*  THE CURRENT PROVIDER'S PLB ITEMS, WRITTEN AFTER ITS CLAIMS;    *
031700*  ANY PAST THE TABLE ROLL INTO ONE UNREFERENCED ITEM PER CODE    *
031800*----------------------------------------------------------------*
031900 01  PLB-NEXT                   PIC 9(03)  VALUE 0.
032000 01  PLB-OVER-OFFSET            PIC S9(11)V9(02) VALUE 0.
032100 01  PLB-OVER-INTEREST          PIC S9(11)V9(02) VALUE 0.
032110 01  PLB-OVER-DEFER             PIC S9(11)V9(02) VALUE 0.
032200 01  PLB-TABLE.
032300     05  PLB-DATA               OCCURS 500
032400                                INDEXED BY PL1.
032500         10  PLB-CODE           PIC X(05).
032600         10  PLB-REF            PIC X(12).
032700         10  PLB-AMT            PIC S9(11)V9(02).
032800
032900*----------------------------------------------------------------*
033000*  CODES WITH NO CARCMAP ROW                                      *
033100*----------------------------------------------------------------*
033200 01  UNMAPPED-NEXT              PIC 9(03)  VALUE 0.
033300 01  UNMAPPED-TABLE.
033400     05  UMP-DATA               OCCURS 100
033500                                INDEXED BY UM1.
033600         10  UMP-KEY            PIC X(02).
033700         10  UMP-COUNT          PIC 9(07).
033800
033900*----------------------------------------------------------------*
034000*  INPUT RECORD LAYOUT - PIC X(1000) - MUST STAY IN SYNC WITH     *
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
050010*    VERSION 3 EXTENSION (BYTES 651-1000) - LIFTED FROM
050020*    THE VERSION 2 FIELDS WHEN A VERSION 2 RECORD IS READ
050030     05  HHA-V3-EXTENSION.
050040         10  HHA-SEQ-PAYABLE-AMT    PIC 9(07)V9(02).
050050         10  HHA-BILLED-PROV-NO     PIC X(06).
050060         10  HHA-SUBMIT-MEDIA       PIC X(01).
050070         10  HHA-LIFT-DATE          PIC X(08).
050080         10  FILLER                 PIC X(326).
050100
050200*----------------------------------------------------------------*
050300*  REPORT COMPONENTS                                              *
050400*----------------------------------------------------------------*
050500 01  ERA-HEAD1.
050600     05  FILLER                 PIC X(01)  VALUE SPACES.
050700     05  FILLER                 PIC X(45)  VALUE
050800        ' HHA 835 REMITTANCE ADVICE CONTROL REPORT    '.
050900     05  FILLER                 PIC X(12)  VALUE 'CYCLE DATE  '.
051000     05  EH1-CYCLE-DATE         PIC X(08).
051100
051200 01  ERA-HEAD2.
051300     05  FILLER                 PIC X(02)  VALUE SPACES.
051400     05  FILLER                 PIC X(47)  VALUE
051500        'NPI         PROV   ST#   CLAIMS      CLAIM PAID'.
051600     05  FILLER                 PIC X(32)  VALUE
051700        '         OFFSETS        INTEREST'.
051710     05  FILLER                 PIC X(48)  VALUE
051720        '     FWD BALANCE      BPR AMOUNT   EFT NET TIE'.
051800
051900 01  ERA-PROV-LINE.
052000     05  FILLER                 PIC X(02)  VALUE SPACES.
052100     05  EPL-NPI                PIC X(10).
052200     05  FILLER                 PIC X(02)  VALUE SPACES.
052300     05  EPL-PROV               PIC X(06).
052400     05  FILLER                 PIC X(01)  VALUE SPACES.
052500     05  EPL-ST                 PIC 9(04).
052600     05  FILLER                 PIC X(01)  VALUE SPACES.
052700     05  EPL-CLAIMS             PIC ZZZ,ZZ9.
052800     05  FILLER                 PIC X(01)  VALUE SPACES.
052900     05  EPL-CLP                PIC -ZZZ,ZZZ,ZZ9.99.
053000     05  FILLER                 PIC X(01)  VALUE SPACES.
053100     05  EPL-OFFSET             PIC -ZZZ,ZZZ,ZZ9.99.
053200     05  FILLER                 PIC X(01)  VALUE SPACES.
053300     05  EPL-INTEREST           PIC -ZZZ,ZZZ,ZZ9.99.
053400     05  FILLER                 PIC X(01)  VALUE SPACES.
053410     05  EPL-DEFER              PIC -ZZZ,ZZZ,ZZ9.99.
053420     05  FILLER                 PIC X(01)  VALUE SPACES.
053500     05  EPL-BPR                PIC -ZZZ,ZZZ,ZZ9.99.
053510     05  FILLER                 PIC X(03)  VALUE SPACES.
053520     05  EPL-TIE                PIC X(12).
053600
053700 01  ERA-BAL-LINE.
053800     05  FILLER                 PIC X(02)  VALUE SPACES.
053900     05  EBL-LABEL              PIC X(24).
054000     05  FILLER                 PIC X(10)  VALUE '  835     '.
054100     05  EBL-ERA                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
054200     05  FILLER                 PIC X(12)  VALUE '   REMITFIL '.
054300     05  EBL-RMT                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
054400     05  FILLER                 PIC X(02)  VALUE SPACES.
054500     05  EBL-STATUS             PIC X(14).
054510
054520*    THE BPR TOTAL AGAINST THE PROVIDER NET HHEFT213 DISBURSES
054530 01  ERA-EFT-LINE.
054540     05  FILLER                 PIC X(02)  VALUE SPACES.
054550     05  EEL-LABEL              PIC X(24).
054560     05  FILLER                 PIC X(10)  VALUE '  835     '.
054570     05  EEL-ERA                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
054580     05  FILLER                 PIC X(12)  VALUE '   EFT NET  '.
054590     05  EEL-EFT                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
054591     05  FILLER                 PIC X(02)  VALUE SPACES.
054592     05  EEL-STATUS             PIC X(14).
054600
054700 01  ERA-UNMAPPED-LINE.
054800     05  FILLER                 PIC X(02)  VALUE SPACES.
054900     05  FILLER                 PIC X(30)  VALUE
055000        '** NO CARCMAP ROW FOR CODE    '.
055100     05  EUL-KEY                PIC X(02).
055200     05  FILLER                 PIC X(11)  VALUE '  CLAIMS   '.
055300     05  EUL-COUNT              PIC ZZZ,ZZ9.
055400
055500**--------------------------------------------------------------
055600 PROCEDURE  DIVISION.
055700
055800 0000-MAINLINE  SECTION.
055900*    A TEST-STAMPED OUTFILE MUST NEVER REACH A PROVIDER FROM A
056000*    PRODUCTION JOB - READ THIS JOB'S OWN MODE FIRST
056100     PERFORM 0900-GET-OWN-MODE THRU 0900-EXIT.
056200     PERFORM 0700-GET-PARMS THRU 0700-EXIT.
056300     PERFORM 0500-LOAD-CARCMAP THRU 0500-EXIT.
056400
056500     OPEN OUTPUT ERARPT.
056600
056700     SORT SORTFILE
056800          ON ASCENDING KEY SRT-NPI
056900                           SRT-DCN
057000          INPUT  PROCEDURE IS 1000-RELEASE-CLAIMS
057100          OUTPUT PROCEDURE IS 2000-WRITE-ERA.
057200
057300     PERFORM 3000-CHECK-REMIT-TRAILER THRU 3000-EXIT.
057400     PERFORM 4000-WRITE-CONTROL-REPORT THRU 4000-EXIT.
057500
057600     CLOSE ERARPT.
057700
057800     DISPLAY '-- PROGRAM HH835213  VERSION  ===> ' HH835-VERSION.
057900     DISPLAY '-- CYCLE DATE                 ===> ' ERA-CYCLE-DATE.
058000     DISPLAY '-- OUTFILE RECORDS READ       ===> ' OUTFILE-CTR.
058100     DISPLAY '-- SUSPECT/INFORMATIONAL HELD ===> ' HELD-CTR.
058200     DISPLAY '-- CLAIMS ON THE 835          ===> ' CLAIM-CTR.
058300     DISPLAY '-- PROVIDER TRANSACTIONS (ST) ===> ' ST-CTR.
058400     DISPLAY '-- SEGMENTS WRITTEN           ===> ' SEG-TOTAL.
058500     DISPLAY '-- ERAFILE RECORDS WRITTEN    ===> ' CARD-CTR.
058600     DISPLAY '-- UNMAPPED CODE OCCURRENCES  ===> ' UNMAPPED-CTR.
058700
058800     IF NOT ERA-IN-BALANCE
058900         DISPLAY '** HH835213 - 835 OUT OF BALANCE TO REMITFIL'
059000         DISPLAY '** THE 835 MUST NOT BE TRANSMITTED'
059100         MOVE 16 TO RETURN-CODE.
059200     IF UNMAPPED-CTR > 0
059300         DISPLAY '** HH835213 - CODES MISSING FROM CARCMAP'
059400         DISPLAY '** THE 835 MUST NOT BE TRANSMITTED'
059500         MOVE 16 TO RETURN-CODE.
059600
059700     STOP RUN.
059800
059900*================================================================*
060000*    LOAD THE RTC-TO-CARC/RARC MAPPING                           *
060100*================================================================*
060200 0500-LOAD-CARCMAP.
060300     OPEN INPUT CARCMAP.
060400     PERFORM 0600-READ-CARCMAP THRU 0600-EXIT
060500             UNTIL EOF-CRM = 1.
060600     CLOSE CARCMAP.
060700
060800*    THE PROVIDER-LEVEL AND SEQUESTRATION CODES HAVE NO DEFAULT
060900     MOVE 'SQ' TO WK-MAP-KEY.
061000     PERFORM 0650-REQUIRE-KEY THRU 0650-EXIT.
061100     MOVE 'OF' TO WK-MAP-KEY.
061200     PERFORM 0650-REQUIRE-KEY THRU 0650-EXIT.
061300     MOVE 'IN' TO WK-MAP-KEY.
061400     PERFORM 0650-REQUIRE-KEY THRU 0650-EXIT.
061410     MOVE 'FB' TO WK-MAP-KEY.
061420     PERFORM 0650-REQUIRE-KEY THRU 0650-EXIT.
061500 0500-EXIT.  EXIT.
061600
061700 0600-READ-CARCMAP.
061800     READ CARCMAP
061900          AT END   MOVE 1 TO EOF-CRM
062000                   GO TO 0600-EXIT.
062100     IF CRM-KEY (1:1) = '*' OR CRM-KEY = SPACES
062200         GO TO 0600-EXIT.
062300     IF CARC-MAP-NEXT < 200
062400         ADD 1 TO CARC-MAP-NEXT
062500         SET CM1 TO CARC-MAP-NEXT
062600         MOVE CRM-KEY   TO CMT-KEY   (CM1)
062700         MOVE CRM-GROUP TO CMT-GROUP (CM1)
062800         MOVE CRM-CARC  TO CMT-CARC  (CM1)
062900         MOVE CRM-RARC  TO CMT-RARC  (CM1)
063000     ELSE
063100         DISPLAY '** CARCMAP TABLE FULL - ROW DROPPED ' CRM-KEY.
063200 0600-EXIT.  EXIT.
063300
063400 0650-REQUIRE-KEY.
063500     PERFORM 2500-FIND-MAP THRU 2500-EXIT.
063600     IF MAP-FOUND
063700         IF CMT-CARC (CM1) = SPACES
063800             MOVE 'N' TO MAP-FOUND-SW.
063900     IF NOT MAP-FOUND
064000         DISPLAY '** HH835213 - CARCMAP HAS NO ' WK-MAP-KEY
064100                 ' ROW - STOPPED'
064200         MOVE 16 TO RETURN-CODE
064300         STOP RUN.
064400 0650-EXIT.  EXIT.
064500
064600 0700-GET-PARMS.
064700     MOVE FUNCTION CURRENT-DATE (1:8)  TO ERA-CURR-DATE.
064800     MOVE FUNCTION CURRENT-DATE (9:8)  TO ERA-CURR-TIME.
064900     MOVE ERA-CURR-TIME (1:6) TO ERA-ISA-CONTROL.
065000     OPEN INPUT ERAPARM.
065100     IF EPP-STAT1 = '0' OR EPP-STAT1 = '9'
065200         READ ERAPARM
065300             AT END MOVE SPACES TO ERAPARM-REC
065400         END-READ
065500         IF EPP-SENDER-ID NOT = SPACES
065600             MOVE EPP-SENDER-ID TO ERA-SENDER-ID
065700         END-IF
065800         IF EPP-RECEIVER-ID NOT = SPACES
065900             MOVE EPP-RECEIVER-ID TO ERA-RECEIVER-ID
066000         END-IF
066100         IF EPP-PAYER-ID NOT = SPACES
066200             MOVE EPP-PAYER-ID TO ERA-PAYER-ID
066300         END-IF
066400         IF EPP-PAYER-NAME NOT = SPACES
066500             MOVE EPP-PAYER-NAME TO ERA-PAYER-NAME
066600         END-IF
066700         CLOSE ERAPARM.
066800 0700-EXIT.  EXIT.
066900
067000 0900-GET-OWN-MODE.
067100     OPEN INPUT MODECARD.
067200     IF MDC-STAT1 = '0' OR MDC-STAT1 = '9'
067300         READ MODECARD
067400             AT END CONTINUE
067500         END-READ
067600         IF MDC-RUN-MODE = 'T'
067700             MOVE 'T' TO OWN-RUN-MODE
067800         END-IF
067900         CLOSE MODECARD.
068000 0900-EXIT.  EXIT.
068100
068200*================================================================*
068300*    READ THE RELEASED OUTFILE, BALANCE EACH SEGMENT TO ITS      *
068400*    TRAILER, AND RELEASE EVERY REMITTED CLAIM FOR SORTING       *
068500*================================================================*
068600 1000-RELEASE-CLAIMS  SECTION.
068700
068800     OPEN INPUT OUTFILE.
068900     MOVE 0 TO EOF-OUT.
069000
069100     PERFORM 1100-READ-OUTFILE THRU 1100-EXIT
069200             UNTIL EOF-OUT = 1.
069300
069400     CLOSE OUTFILE.
069500     GO TO 1000-DONE.
069600
069700 1100-READ-OUTFILE.
069800     READ OUTFILE INTO HHA-INPUT-DATA
069900          AT END   MOVE 1 TO EOF-OUT
070000                   PERFORM 1300-CHECK-EOF THRU 1300-EXIT
070100                   GO TO 1100-EXIT.
070200
070300     IF HHA-INPUT-DATA (1:8) = 'HHOUTHDR'
070400        PERFORM 1150-TAKE-HEADER THRU 1150-EXIT
070500        GO TO 1100-EXIT.
070600
070700     IF HDR-SEEN-SW = 0
070800        DISPLAY '** HH835213 - OUTFILE HAS NO HEADER RECORD **'
070900        DISPLAY '** NOT A CURRENT PRICED OUTFILE - STOPPED **'
071000        MOVE 16 TO RETURN-CODE
071100        STOP RUN.
071200
071300     IF HHA-INPUT-DATA (1:8) = 'HHOUTTRL'
071400        PERFORM 1200-CHECK-TRAILER THRU 1200-EXIT
071500        GO TO 1100-EXIT.
071600
071700     ADD 1 TO OUTFILE-CTR.
071710     PERFORM 1100A-LIFT-VERSION-2 THRU 1100A-EXIT.
071800     ADD 1 TO VAL-COUNT.
071900     ADD HHA-TOTAL-PAYMENT   TO VAL-SUM-PAY.
072000     ADD HHA-OUTLIER-PAYMENT TO VAL-SUM-OUTL.
072100
072200*    THE REMITTANCE EXTRACT'S HOLDS - THE 835 CARRIES ITS CLAIMS
072300     IF HHA-SUSPECT-IND = 'S'
072400        OR HHA-IS-INFORMATIONAL
072500         ADD 1 TO HELD-CTR
072600         GO TO 1100-EXIT.
072700
072800     ADD 1 TO CLAIM-CTR.
072900     ADD HHA-TOTAL-PAYMENT      TO ERA-SUM-PAY.
073000     ADD HHA-INTEREST-AMT       TO ERA-SUM-INT.
073100     ADD HHA-SEQUESTRATION-AMT  TO ERA-SUM-SEQ.
073200     ADD HHA-OFFSET-APPLIED-AMT TO ERA-SUM-OFFSET.
073300     PERFORM 1400-ADD-PROVIDER THRU 1400-EXIT.
073400
073500     MOVE HHA-NPI        TO SRT-NPI.
073600     MOVE HHA-DCN        TO SRT-DCN.
073700     MOVE HHA-INPUT-DATA TO SRT-CLAIM.
073800     RELEASE SORT-REC.
073900 1100-EXIT.  EXIT.
073905
073910*================================================================*
073915*    A VERSION 2 RECORD CARRIES NO VERSION 3 EXTENSION - LIFT    *
073920*    ONE FROM ITS VERSION 2 FIELDS SO BOTH LAYOUTS READ ALIKE    *
073925*================================================================*
073930 1100A-LIFT-VERSION-2.
073935     IF HHA-REC-VERSION = '3'
073940         GO TO 1100A-EXIT.
073945     MOVE SPACES            TO HHA-V3-EXTENSION.
073950     MOVE HHA-PROV-NO       TO HHA-BILLED-PROV-NO.
073975     MOVE HHA-TOTAL-PAYMENT TO HHA-SEQ-PAYABLE-AMT.
073980     IF HHA-SEQUESTRATION-AMT NUMERIC
073985        AND HHA-SEQUESTRATION-AMT NOT > HHA-TOTAL-PAYMENT
073990         SUBTRACT HHA-SEQUESTRATION-AMT FROM HHA-SEQ-PAYABLE-AMT.
073995 1100A-EXIT.  EXIT.
074000
074100*    THE FIRST HEADER NAMES THE PAYMENT CYCLE - THE RELEASE
074200*    STEP STAMPS ITS CYCLE DATE AT 79-86, ELSE THE RUN DATE
074300 1150-TAKE-HEADER.
074400     PERFORM 1250-CHECK-RUN-MODE THRU 1250-EXIT.
074500     IF HHA-INPUT-DATA (78:1) = 'T'
074600         MOVE 'T' TO ISA-USAGE.
074700     IF ERA-CYCLE-DATE = SPACES
074800         IF HHA-INPUT-DATA (79:8) NUMERIC
074900             MOVE HHA-INPUT-DATA (79:8) TO ERA-CYCLE-DATE
075000         ELSE
075100             MOVE HHA-INPUT-DATA (9:8)  TO ERA-CYCLE-DATE.
075200     MOVE 1 TO HDR-SEEN-SW.
075300     MOVE 0 TO TRL-SEEN-SW.
075400     MOVE 0 TO VAL-COUNT.
075500     MOVE 0 TO VAL-SUM-PAY.
075600     MOVE 0 TO VAL-SUM-OUTL.
075700 1150-EXIT.  EXIT.
075800
075900 1200-CHECK-TRAILER.
076000     MOVE 1 TO TRL-SEEN-SW.
076100     MOVE HHA-INPUT-DATA (1:650) TO VAL-TRL-REC.
076200     IF VAL-RECORD-COUNT NOT = VAL-COUNT
076300        OR VAL-TOTAL-PAY-SUM NOT = VAL-SUM-PAY
076400        OR VAL-OUTLIER-SUM NOT = VAL-SUM-OUTL
076500        DISPLAY '** HH835213 - OUTFILE TRAILER OUT OF BALANCE'
076600        DISPLAY '** TRAILER COUNT ' VAL-RECORD-COUNT
076700                ' READ ' VAL-COUNT
076800        MOVE 16 TO RETURN-CODE
076900        STOP RUN.
077000 1200-EXIT.  EXIT.
077100
077200 1250-CHECK-RUN-MODE.
077300     IF HHA-INPUT-DATA (78:1) = 'T'
077400        AND OWN-RUN-MODE NOT = 'T'
077500         DISPLAY '** HH835213 - TEST-STAMPED OUTFILE REFUSED'
077600         DISPLAY '** THIS JOB IS NOT IN TEST MODE - STOPPED'
077700         MOVE 16 TO RETURN-CODE
077800         STOP RUN.
077900 1250-EXIT.  EXIT.
078000
078100 1300-CHECK-EOF.
078200     IF TRL-SEEN-SW = 0
078300        DISPLAY '** HH835213 - OUTFILE ENDED WITH NO TRAILER'
078400        MOVE 16 TO RETURN-CODE
078500        STOP RUN.
078600 1300-EXIT.  EXIT.
078700
078800 1400-ADD-PROVIDER.
078900     SET EP1 TO 1.
079000     SEARCH EPV-DATA VARYING EP1
079100         AT END
079200             IF ERA-PROV-NEXT < 5000
079300                 ADD 1 TO ERA-PROV-NEXT
079400                 SET EP1 TO ERA-PROV-NEXT
079500                 MOVE HHA-NPI     TO EPV-NPI      (EP1)
079600                 MOVE HHA-PROV-NO TO EPV-PROV-NO  (EP1)
079700                 MOVE 0           TO EPV-CLAIMS   (EP1)
079800                 MOVE 0           TO EPV-CLP-SUM  (EP1)
079900                 MOVE 0           TO EPV-OFFSET   (EP1)
080000                 MOVE 0           TO EPV-INTEREST (EP1)
080010                 MOVE 0           TO EPV-DEFER    (EP1)
080020                 MOVE 0           TO EPV-EFT-NET  (EP1)
080100             ELSE
080200                 DISPLAY '** HH835213 - PROVIDER TABLE FULL'
080300                 MOVE 16 TO RETURN-CODE
080400                 STOP RUN
080500             END-IF
080600         WHEN EPV-NPI (EP1) = HHA-NPI
080700             CONTINUE
080800     END-SEARCH.
080900     ADD 1 TO EPV-CLAIMS (EP1).
080910     PERFORM 1450-NET-CLAIM THRU 1450-EXIT.
081000     COMPUTE EPV-CLP-SUM (EP1) = EPV-CLP-SUM (EP1)
081100                     + HHA-SEQ-PAYABLE-AMT - WK-ORIG-PAID.
081300     ADD HHA-OFFSET-APPLIED-AMT TO EPV-OFFSET (EP1).
081400     ADD HHA-INTEREST-AMT       TO EPV-INTEREST (EP1).
081410     ADD WK-DEFER               TO EPV-DEFER (EP1).
081420     ADD WK-EFT-NET             TO EPV-EFT-NET (EP1).
081430     ADD WK-DEFER               TO ERA-SUM-DEFER.
081440     ADD WK-EFT-NET             TO ERA-SUM-EFT.
081500 1400-EXIT.  EXIT.
081502
081504*================================================================*
081506*    AN ADJUSTMENT REVERSES WHAT ITS PREDECESSOR PAID AND PAYS   *
081508*    THE CORRECTED CLAIM.  ITS SHARE OF SEQUESTRATION IS THE     *
081510*    NET'S PRO-RATA SHARE, AS HHEFT213 TAKES IT, SO THE PAIR     *
081512*    NETS TO WHAT IS DISBURSED.  A DOWNWARD NET IS CARRIED       *
081514*    FORWARD - IT IS RECOVERED THROUGH THE OFFSET LEDGER.        *
081516*    WK-EFT-NET IS THE CLAIM'S SHARE OF THE HHEFT213 PROVIDER    *
081518*    NET, BUILT THE SAME WAY HHEFT213 BUILDS IT                  *
081520*================================================================*
081522 1450-NET-CLAIM.
081524     MOVE 0 TO WK-ADJ-SEQ.
081526     MOVE 0 TO WK-ORIG-PAID.
081528     MOVE 0 TO WK-DEFER.
081530     MOVE 0 TO WK-EFT-NET.
081532     IF HHA-ADJ-IS-CANCEL
081534         GO TO 1450-INTEREST.
081536     IF NOT HHA-ADJ-IS-ADJUSTMENT
081538         IF HHA-RTC-PAYABLE
081540             COMPUTE WK-EFT-NET = HHA-TOTAL-PAYMENT
081542                                - HHA-SEQUESTRATION-AMT
081544         END-IF
081546         GO TO 1450-INTEREST.
081548
081550     IF HHA-TOTAL-PAYMENT > 0
081552         COMPUTE WK-ADJ-SEQ ROUNDED = HHA-SEQUESTRATION-AMT
081554               * HHA-NET-ADJ-AMT / HHA-TOTAL-PAYMENT.
081556     COMPUTE WK-ORIG-PAID = HHA-SEQ-PAYABLE-AMT
081558                          - HHA-NET-ADJ-AMT + WK-ADJ-SEQ.
081560     IF HHA-NET-ADJ-AMT > 0
081562         COMPUTE WK-EFT-NET = HHA-NET-ADJ-AMT - WK-ADJ-SEQ
081564     ELSE
081566         COMPUTE WK-DEFER = HHA-NET-ADJ-AMT - WK-ADJ-SEQ.
081568 1450-INTEREST.
081570     COMPUTE WK-EFT-NET = WK-EFT-NET - HHA-OFFSET-APPLIED-AMT
081572                                     + HHA-INTEREST-AMT.
081574 1450-EXIT.  EXIT.
081600
081700 1000-DONE.
081800     EXIT.
081900
082000*================================================================*
082100*    WRITE THE INTERCHANGE - ONE ST/SE PER PROVIDER              *
082200*================================================================*
082300 2000-WRITE-ERA  SECTION.
082400
082500     OPEN OUTPUT ERAFILE.
082600     MOVE 0 TO EOF-SRT.
082700     MOVE ERA-CYCLE-DATE TO ERA-PERIOD-END.
082800     MOVE '1231'         TO ERA-PERIOD-END (5:4).
082900     PERFORM 2050-OPEN-INTERCHANGE THRU 2050-EXIT.
083000
083100     PERFORM 2100-RETURN-ONE THRU 2100-EXIT
083200             UNTIL EOF-SRT = 1.
083300
083400     IF PROV-OPEN
083500         PERFORM 2900-CLOSE-PROVIDER THRU 2900-EXIT.
083600     PERFORM 2060-CLOSE-INTERCHANGE THRU 2060-EXIT.
083700     PERFORM 8200-FLUSH-CARD THRU 8200-EXIT.
083800
083900     CLOSE ERAFILE.
084000     GO TO 2000-DONE.
084100
084200 2050-OPEN-INTERCHANGE.
084300     MOVE 1 TO SEG-PTR.
084400     STRING 'ISA*00*          *00*          *ZZ*'
084500                                  DELIMITED BY SIZE
084600            ERA-SENDER-ID         DELIMITED BY SIZE
084700            '*ZZ*'                DELIMITED BY SIZE
084800            ERA-RECEIVER-ID       DELIMITED BY SIZE
084900            '*'                   DELIMITED BY SIZE
085000            ERA-CURR-DATE (3:6)   DELIMITED BY SIZE
085100            '*'                   DELIMITED BY SIZE
085200            ERA-CURR-TIME (1:4)   DELIMITED BY SIZE
085300            '*^*00501*'           DELIMITED BY SIZE
085400            ERA-ISA-CONTROL       DELIMITED BY SIZE
085500            '*0*'                 DELIMITED BY SIZE
085600            ISA-USAGE             DELIMITED BY SIZE
085700            '*:'                  DELIMITED BY SIZE
085800       INTO SEG-OUT WITH POINTER SEG-PTR.
085900     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
086000
086100     MOVE 1 TO SEG-PTR.
086200     STRING 'GS*HP*'              DELIMITED BY SIZE
086300            ERA-SENDER-ID         DELIMITED BY SPACE
086400            '*'                   DELIMITED BY SIZE
086500            ERA-RECEIVER-ID       DELIMITED BY SPACE
086600            '*'                   DELIMITED BY SIZE
086700            ERA-CURR-DATE         DELIMITED BY SIZE
086800            '*'                   DELIMITED BY SIZE
086900            ERA-CURR-TIME (1:4)   DELIMITED BY SIZE
087000            '*1*X*005010X221A1'   DELIMITED BY SIZE
087100       INTO SEG-OUT WITH POINTER SEG-PTR.
087200     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
087300 2050-EXIT.  EXIT.
087400
087500 2060-CLOSE-INTERCHANGE.
087600     MOVE ST-CTR TO EDT-CNT.
087700     PERFORM 8350-EDIT-COUNT THRU 8350-EXIT.
087800     MOVE 1 TO SEG-PTR.
087900     STRING 'GE*'                 DELIMITED BY SIZE
088000            EDT-TEXT              DELIMITED BY SPACE
088100            '*1'                  DELIMITED BY SIZE
088200       INTO SEG-OUT WITH POINTER SEG-PTR.
088300     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
088400
088500     MOVE 1 TO SEG-PTR.
088600     STRING 'IEA*1*'              DELIMITED BY SIZE
088700            ERA-ISA-CONTROL       DELIMITED BY SIZE
088800       INTO SEG-OUT WITH POINTER SEG-PTR.
088900     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
089000 2060-EXIT.  EXIT.
089100
089200 2100-RETURN-ONE.
089300     RETURN SORTFILE
089400          AT END   MOVE 1 TO EOF-SRT
089500                   GO TO 2100-EXIT.
089600
089700     MOVE SRT-CLAIM TO HHA-INPUT-DATA.
089800     IF NOT PROV-OPEN
089900        OR HHA-NPI NOT = WK-PREV-NPI
090000         IF PROV-OPEN
090100             PERFORM 2900-CLOSE-PROVIDER THRU 2900-EXIT
090200         END-IF
090300         PERFORM 2200-OPEN-PROVIDER THRU 2200-EXIT.
090400
090500     PERFORM 2300-WRITE-CLAIM THRU 2300-EXIT.
090600 2100-EXIT.  EXIT.
090700
090800*================================================================*
090900*    ST, BPR, TRN, DTM, PAYER AND PAYEE FOR ONE PROVIDER         *
091000*================================================================*
091100 2200-OPEN-PROVIDER.
091200     MOVE 'Y'     TO PROV-OPEN-SW.
091300     MOVE HHA-NPI TO WK-PREV-NPI.
091400     MOVE 0       TO PLB-NEXT.
091500     MOVE 0       TO PLB-OVER-OFFSET.
091600     MOVE 0       TO PLB-OVER-INTEREST.
091610     MOVE 0       TO PLB-OVER-DEFER.
091700     SET EP1 TO 1.
091800     SEARCH EPV-DATA VARYING EP1
091900         AT END
092000             DISPLAY '** HH835213 - PROVIDER LOST ' HHA-NPI
092100             MOVE 16 TO RETURN-CODE
092200             STOP RUN
092300         WHEN EPV-NPI (EP1) = HHA-NPI
092400             CONTINUE
092500     END-SEARCH.
092600
092700     ADD 1 TO ST-CTR.
092800     MOVE ST-CTR TO ST-CONTROL.
092900     MOVE 0 TO SEG-IN-ST.
093000     MOVE 1 TO SEG-PTR.
093100     STRING 'ST*835*'             DELIMITED BY SIZE
093200            ST-CONTROL            DELIMITED BY SIZE
093300       INTO SEG-OUT WITH POINTER SEG-PTR.
093400     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
093500
093600*    BPR IS THE CLAIM PAYMENTS LESS RECOUPMENTS PLUS INTEREST,
093700*    LESS THE FORWARD BALANCES - THE SAME NET THE PLB SEGMENT
093710*    EXPLAINS, AND THE NET HHEFT213 DISBURSES TO THE PROVIDER
093800     COMPUTE EDT-AMT = EPV-CLP-SUM (EP1)
093900                     - EPV-OFFSET (EP1)
094000                     + EPV-INTEREST (EP1)
094010                     - EPV-DEFER (EP1).
094100     ADD EDT-AMT TO ERA-SUM-BPR.
094110     IF EDT-AMT NOT = EPV-EFT-NET (EP1)
094120         DISPLAY '** HH835213 - BPR NOT EQUAL TO EFT NET, NPI '
094130                 EPV-NPI (EP1)
094140         MOVE 'N' TO ERA-BALANCE-SW.
094200     MOVE 1 TO SEG-PTR.
094300     IF EDT-AMT > 0
094400         STRING 'BPR*I*'          DELIMITED BY SIZE
094500           INTO SEG-OUT WITH POINTER SEG-PTR
094600     ELSE
094700         STRING 'BPR*H*'          DELIMITED BY SIZE
094800           INTO SEG-OUT WITH POINTER SEG-PTR.
094900     PERFORM 8300-EDIT-AMOUNT THRU 8300-EXIT.
095000     STRING EDT-TEXT              DELIMITED BY SPACE
095100            '*C*'                 DELIMITED BY SIZE
095200       INTO SEG-OUT WITH POINTER SEG-PTR.
095300     IF EDT-AMT > 0
095400         STRING 'CHK'             DELIMITED BY SIZE
095500           INTO SEG-OUT WITH POINTER SEG-PTR
095600     ELSE
095700         STRING 'NON'             DELIMITED BY SIZE
095800           INTO SEG-OUT WITH POINTER SEG-PTR.
095900     STRING '************'        DELIMITED BY SIZE
096000            ERA-CYCLE-DATE        DELIMITED BY SIZE
096100       INTO SEG-OUT WITH POINTER SEG-PTR.
096200     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
096300
096400     MOVE 1 TO SEG-PTR.
096500     STRING 'TRN*1*'              DELIMITED BY SIZE
096600            ERA-CYCLE-DATE        DELIMITED BY SIZE
096700            ST-CONTROL            DELIMITED BY SIZE
096800            '*'                   DELIMITED BY SIZE
096900            ERA-PAYER-ID          DELIMITED BY SPACE
097000       INTO SEG-OUT WITH POINTER SEG-PTR.
097100     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
097200
097300     MOVE 1 TO SEG-PTR.
097400     STRING 'DTM*405*'            DELIMITED BY SIZE
097500            ERA-CYCLE-DATE        DELIMITED BY SIZE
097600       INTO SEG-OUT WITH POINTER SEG-PTR.
097700     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
097800
097900     MOVE 1 TO SEG-PTR.
098000     STRING 'N1*PR*'              DELIMITED BY SIZE
098100            ERA-PAYER-NAME        DELIMITED BY '  '
098200       INTO SEG-OUT WITH POINTER SEG-PTR.
098300     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
098400
098500     MOVE 1 TO SEG-PTR.
098600     STRING 'N1*PE*'              DELIMITED BY SIZE
098700            EPV-PROV-NO (EP1)     DELIMITED BY SPACE
098800            '*XX*'                DELIMITED BY SIZE
098900            EPV-NPI (EP1)         DELIMITED BY SPACE
099000       INTO SEG-OUT WITH POINTER SEG-PTR.
099100     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
099200
099300     MOVE 1 TO SEG-PTR.
099400     STRING 'LX*1'                DELIMITED BY SIZE
099500       INTO SEG-OUT WITH POINTER SEG-PTR.
099600     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
099700
099800     PERFORM 4100-WRITE-PROV-LINE THRU 4100-EXIT.
099900 2200-EXIT.  EXIT.
100000
100100*================================================================*
100200*    ONE CLAIM PAYMENT LOOP - CLP, CAS, NM1, REF, MOA, DTM       *
100300*================================================================*
100400 2300-WRITE-CLAIM.
100500     MOVE 0 TO WK-CHARGE.
100600     PERFORM 2310-ADD-CHARGE THRU 2310-EXIT
100700             VARYING REV-SUB FROM 1 BY 1 UNTIL REV-SUB > 6.
100800*    A CANCEL REVERSES ITS PREDECESSOR - THE RECOVERY ITSELF
100900*    RIDES THE OFFSET LEDGER AND COMES BACK AS A PLB ITEM
101000     IF HHA-ADJ-IS-CANCEL
101100         MOVE 0 TO WK-CHARGE.
101200     MOVE HHA-SEQ-PAYABLE-AMT TO WK-PAID.
101300     ADD WK-PAID TO ERA-SUM-CLP.
101400
101500     IF HHA-ADJ-IS-CANCEL
101600         MOVE '22' TO WK-STATUS
101700     ELSE
101800     IF NOT HHA-RTC-PAYABLE
101900         MOVE '4 ' TO WK-STATUS
102000     ELSE
102100     IF HHA-IS-MSP
102200         MOVE '2 ' TO WK-STATUS
102300     ELSE
102400         MOVE '1 ' TO WK-STATUS.
102500
102600     MOVE HHA-DCN TO WK-CLAIM-ID.
102700     IF HHA-DCN = SPACES
102800         MOVE HHA-HIC TO WK-CLAIM-ID.
102810
102820*    AN ADJUSTMENT FIRST TAKES BACK WHAT ITS PREDECESSOR PAID
102830     IF HHA-ADJ-IS-ADJUSTMENT
102840         PERFORM 1450-NET-CLAIM THRU 1450-EXIT
102850         IF WK-ORIG-PAID NOT = 0
102860             PERFORM 2320-WRITE-REVERSAL THRU 2320-EXIT.
102900
103000     MOVE 1 TO SEG-PTR.
103100     STRING 'CLP*'                DELIMITED BY SIZE
103200            WK-CLAIM-ID           DELIMITED BY SPACE
103300            '*'                   DELIMITED BY SIZE
103400            WK-STATUS             DELIMITED BY SPACE
103500            '*'                   DELIMITED BY SIZE
103600       INTO SEG-OUT WITH POINTER SEG-PTR.
103700     MOVE WK-CHARGE TO EDT-AMT.
103800     PERFORM 8300-EDIT-AMOUNT THRU 8300-EXIT.
103900     STRING EDT-TEXT              DELIMITED BY SPACE
104000            '*'                   DELIMITED BY SIZE
104100       INTO SEG-OUT WITH POINTER SEG-PTR.
104200     MOVE WK-PAID TO EDT-AMT.
104300     PERFORM 8300-EDIT-AMOUNT THRU 8300-EXIT.
104400     STRING EDT-TEXT              DELIMITED BY SPACE
104500            '**MA*'               DELIMITED BY SIZE
104600            WK-CLAIM-ID           DELIMITED BY SPACE
104700            '*'                   DELIMITED BY SIZE
104800            HHA-TOB (1:2)         DELIMITED BY SIZE
104900            '*'                   DELIMITED BY SIZE
105000            HHA-TOB (3:1)         DELIMITED BY SIZE
105100       INTO SEG-OUT WITH POINTER SEG-PTR.
105200     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
105300
105400*    SEQUESTRATION GOES OUT AS ITS OWN ADJUSTMENT
105500     IF HHA-SEQUESTRATION-AMT > 0
105600         MOVE 'SQ' TO WK-MAP-KEY
105700         MOVE HHA-SEQUESTRATION-AMT TO EDT-AMT
105800         PERFORM 2400-WRITE-CAS THRU 2400-EXIT.
105900
106000     MOVE 0 TO WK-PRIM.
106100     IF HHA-IS-MSP AND HHA-MSP-PRIM-PAY-AMT > 0
106200         MOVE HHA-MSP-PRIM-PAY-AMT TO WK-PRIM
106300         MOVE 'MP' TO WK-MAP-KEY
106400         MOVE WK-PRIM TO EDT-AMT
106500         PERFORM 2400-WRITE-CAS THRU 2400-EXIT.
106600
106700*    WHAT REMAINS BETWEEN CHARGES AND PAYMENT IS THE PRICING
106800*    OUTCOME - ADJUSTED UNDER THE PAY RTC'S CARC
106900     COMPUTE WK-DIFF = WK-CHARGE - HHA-TOTAL-PAYMENT - WK-PRIM.
107000     IF WK-DIFF NOT = 0
107100         MOVE HHA-PAY-RTC TO WK-MAP-KEY
107200         MOVE WK-DIFF TO EDT-AMT
107300         PERFORM 2400-WRITE-CAS THRU 2400-EXIT.
107400
107500     MOVE 1 TO SEG-PTR.
107600     STRING 'NM1*QC*1******MI*'   DELIMITED BY SIZE
107700            HHA-HIC               DELIMITED BY SPACE
107800       INTO SEG-OUT WITH POINTER SEG-PTR.
107900     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
108000
108100     IF HHA-PRED-DCN NOT = SPACES
108200         MOVE 1 TO SEG-PTR
108300         STRING 'REF*F8*'         DELIMITED BY SIZE
108400                HHA-PRED-DCN      DELIMITED BY SPACE
108500           INTO SEG-OUT WITH POINTER SEG-PTR
108600         PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
108700
108800     PERFORM 2600-WRITE-MOA THRU 2600-EXIT.
108900
109000     MOVE 1 TO SEG-PTR.
109100     STRING 'DTM*232*'            DELIMITED BY SIZE
109200            HHA-SERV-FROM-DATE    DELIMITED BY SIZE
109300       INTO SEG-OUT WITH POINTER SEG-PTR.
109400     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
109500     MOVE 1 TO SEG-PTR.
109600     STRING 'DTM*233*'            DELIMITED BY SIZE
109700            HHA-SERV-THRU-DATE    DELIMITED BY SIZE
109800       INTO SEG-OUT WITH POINTER SEG-PTR.
109900     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
110000
110010*    A DOWNWARD ADJUSTMENT IS CARRIED FORWARD TO THE OFFSET
110020*    LEDGER RATHER THAN TAKEN FROM THIS PAYMENT
110030     IF HHA-ADJ-IS-ADJUSTMENT AND WK-DEFER NOT = 0
110040         MOVE 'FB' TO WK-MAP-KEY
110050         MOVE WK-DEFER TO EDT-AMT
110060         PERFORM 2700-ADD-PLB-ITEM THRU 2700-EXIT.
110070
110100*    RECOUPMENT AND INTEREST ARE PROVIDER-LEVEL - HOLD THEM FOR
110200*    THE PLB SEGMENT, REFERENCED TO THIS CLAIM
110300     IF HHA-OFFSET-APPLIED-AMT > 0
110400         MOVE 'OF' TO WK-MAP-KEY
110500         MOVE HHA-OFFSET-APPLIED-AMT TO EDT-AMT
110600         PERFORM 2700-ADD-PLB-ITEM THRU 2700-EXIT.
110700     IF HHA-INTEREST-AMT > 0
110800         MOVE 'IN' TO WK-MAP-KEY
110900         COMPUTE EDT-AMT = 0 - HHA-INTEREST-AMT
111000         PERFORM 2700-ADD-PLB-ITEM THRU 2700-EXIT.
111100 2300-EXIT.  EXIT.
111200
111300 2310-ADD-CHARGE.
111400     IF HHA-REVENUE-COST (REV-SUB) NUMERIC
111500         ADD HHA-REVENUE-COST (REV-SUB) TO WK-CHARGE.
111600 2310-EXIT.  EXIT.
111601
111602*================================================================*
111603*    REVERSAL OF THE PREDECESSOR - STATUS 22, THE NEGATED PAID   *
111604*    AMOUNT, AND THE PREDECESSOR DCN AS THE PAYER CLAIM CONTROL  *
111605*    NUMBER (CLP07)                                              *
111606*================================================================*
111607 2320-WRITE-REVERSAL.
111608     COMPUTE WK-PAID = 0 - WK-ORIG-PAID.
111609     ADD WK-PAID TO ERA-SUM-CLP.
111610     MOVE 1 TO SEG-PTR.
111611     STRING 'CLP*'                DELIMITED BY SIZE
111612            WK-CLAIM-ID           DELIMITED BY SPACE
111613            '*22*'                DELIMITED BY SIZE
111614       INTO SEG-OUT WITH POINTER SEG-PTR.
111615     COMPUTE EDT-AMT = 0 - WK-CHARGE.
111616     PERFORM 8300-EDIT-AMOUNT THRU 8300-EXIT.
111617     STRING EDT-TEXT              DELIMITED BY SPACE
111618            '*'                   DELIMITED BY SIZE
111619       INTO SEG-OUT WITH POINTER SEG-PTR.
111620     MOVE WK-PAID TO EDT-AMT.
111621     PERFORM 8300-EDIT-AMOUNT THRU 8300-EXIT.
111622     STRING EDT-TEXT              DELIMITED BY SPACE
111623            '**MA*'               DELIMITED BY SIZE
111624       INTO SEG-OUT WITH POINTER SEG-PTR.
111625     IF HHA-PRED-DCN NOT = SPACES
111626         STRING HHA-PRED-DCN      DELIMITED BY SPACE
111627           INTO SEG-OUT WITH POINTER SEG-PTR
111628     ELSE
111629         STRING WK-CLAIM-ID       DELIMITED BY SPACE
111630           INTO SEG-OUT WITH POINTER SEG-PTR.
111631     STRING '*'                   DELIMITED BY SIZE
111632            HHA-TOB (1:2)         DELIMITED BY SIZE
111633            '*'                   DELIMITED BY SIZE
111634            HHA-TOB (3:1)         DELIMITED BY SIZE
111635       INTO SEG-OUT WITH POINTER SEG-PTR.
111636     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
111637
111638*    THE REVERSED CHARGES LESS THE REVERSED PAYMENT, UNDER THE
111639*    PAY RTC'S CARC, KEEP THE REVERSAL LOOP IN BALANCE
111640     COMPUTE WK-DIFF = WK-PAID - WK-CHARGE.
111641     IF WK-DIFF NOT = 0
111642         MOVE HHA-PAY-RTC TO WK-MAP-KEY
111643         MOVE WK-DIFF TO EDT-AMT
111644         PERFORM 2400-WRITE-CAS THRU 2400-EXIT.
111645
111646     MOVE 1 TO SEG-PTR.
111647     STRING 'NM1*QC*1******MI*'   DELIMITED BY SIZE
111648            HHA-HIC               DELIMITED BY SPACE
111649       INTO SEG-OUT WITH POINTER SEG-PTR.
111650     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
111651     MOVE HHA-SEQ-PAYABLE-AMT TO WK-PAID.
111652 2320-EXIT.  EXIT.
111700
111800*================================================================*
111900*    ONE CAS SEGMENT - GROUP AND CARC FROM CARCMAP               *
112000*================================================================*
112100 2400-WRITE-CAS.
112200     PERFORM 2500-FIND-MAP THRU 2500-EXIT.
112300     IF NOT MAP-FOUND
112400         PERFORM 2550-NOTE-UNMAPPED THRU 2550-EXIT
112500         GO TO 2400-EXIT.
112600     IF CMT-CARC (CM1) = SPACES
112700         PERFORM 2550-NOTE-UNMAPPED THRU 2550-EXIT
112800         GO TO 2400-EXIT.
112900     MOVE 1 TO SEG-PTR.
113000     STRING 'CAS*'                DELIMITED BY SIZE
113100            CMT-GROUP (CM1)       DELIMITED BY SPACE
113200            '*'                   DELIMITED BY SIZE
113300            CMT-CARC (CM1)        DELIMITED BY SPACE
113400            '*'                   DELIMITED BY SIZE
113500       INTO SEG-OUT WITH POINTER SEG-PTR.
113600     PERFORM 8300-EDIT-AMOUNT THRU 8300-EXIT.
113700     STRING EDT-TEXT              DELIMITED BY SPACE
113800       INTO SEG-OUT WITH POINTER SEG-PTR.
113900     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
114000 2400-EXIT.  EXIT.
114100
114200 2500-FIND-MAP.
114300     MOVE 'N' TO MAP-FOUND-SW.
114400     IF CARC-MAP-NEXT = 0
114500         GO TO 2500-EXIT.
114600     SET CM1 TO 1.
114700     SEARCH CMT-DATA VARYING CM1
114800         AT END
114900             CONTINUE
115000         WHEN CM1 > CARC-MAP-NEXT
115100             CONTINUE
115200         WHEN CMT-KEY (CM1) = WK-MAP-KEY
115300             MOVE 'Y' TO MAP-FOUND-SW
115400     END-SEARCH.
115500 2500-EXIT.  EXIT.
115600
115700 2550-NOTE-UNMAPPED.
115800     ADD 1 TO UNMAPPED-CTR.
115900     SET UM1 TO 1.
116000     SEARCH UMP-DATA VARYING UM1
116100         AT END
116200             IF UNMAPPED-NEXT < 100
116300                 ADD 1 TO UNMAPPED-NEXT
116400                 SET UM1 TO UNMAPPED-NEXT
116500                 MOVE WK-MAP-KEY TO UMP-KEY (UM1)
116600                 MOVE 1          TO UMP-COUNT (UM1)
116700             END-IF
116800         WHEN UMP-KEY (UM1) = WK-MAP-KEY
116900             ADD 1 TO UMP-COUNT (UM1)
117000     END-SEARCH.
117100 2550-EXIT.  EXIT.
117200
117300*================================================================*
117400*    MOA REMARKS - THE PAY RTC'S RARC, THEN ONE PER EDIT CODE    *
117500*================================================================*
117600 2600-WRITE-MOA.
117700     MOVE 0      TO RARC-NEXT.
117800     MOVE SPACES TO RARC-LIST.
117900     MOVE HHA-PAY-RTC TO WK-MAP-KEY.
118000     PERFORM 2500-FIND-MAP THRU 2500-EXIT.
118100     IF NOT MAP-FOUND
118200         PERFORM 2550-NOTE-UNMAPPED THRU 2550-EXIT
118300     ELSE
118400         PERFORM 2650-ADD-RARC THRU 2650-EXIT.
118500     PERFORM 2620-ONE-EDIT-CODE THRU 2620-EXIT
118600             VARYING EDIT-SUB FROM 1 BY 1 UNTIL EDIT-SUB > 5.
118700     IF RARC-NEXT = 0
118800         GO TO 2600-EXIT.
118900
119000     MOVE 1 TO SEG-PTR.
119100     STRING 'MOA**'               DELIMITED BY SIZE
119200       INTO SEG-OUT WITH POINTER SEG-PTR.
119300     PERFORM 2640-PUT-RARC THRU 2640-EXIT
119400             VARYING RARC-SUB FROM 1 BY 1
119500               UNTIL RARC-SUB > RARC-NEXT.
119600     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
119700 2600-EXIT.  EXIT.
119800
119900 2620-ONE-EDIT-CODE.
120000     IF HHA-EDIT-RTC (EDIT-SUB) NOT NUMERIC
120100         GO TO 2620-EXIT.
120200     MOVE HHA-EDIT-RTC (EDIT-SUB) TO WK-EDIT-RTC.
120300     IF WK-EDIT-RTC = 0 OR WK-EDIT-RTC = HHA-PAY-RTC
120400         GO TO 2620-EXIT.
120500     MOVE WK-EDIT-RTC TO WK-MAP-KEY.
120600     PERFORM 2500-FIND-MAP THRU 2500-EXIT.
120700     IF NOT MAP-FOUND
120800         PERFORM 2550-NOTE-UNMAPPED THRU 2550-EXIT
120900     ELSE
121000         PERFORM 2650-ADD-RARC THRU 2650-EXIT.
121100 2620-EXIT.  EXIT.
121200
121300 2640-PUT-RARC.
121400     STRING '*'                   DELIMITED BY SIZE
121500            RARC-CODE (RARC-SUB)  DELIMITED BY SPACE
121600       INTO SEG-OUT WITH POINTER SEG-PTR.
121700 2640-EXIT.  EXIT.
121800
121900 2650-ADD-RARC.
122000     IF CMT-RARC (CM1) = SPACES OR RARC-NEXT = 5
122100         GO TO 2650-EXIT.
122200     ADD 1 TO RARC-NEXT.
122300     MOVE CMT-RARC (CM1) TO RARC-CODE (RARC-NEXT).
122400 2650-EXIT.  EXIT.
122500
122600*================================================================*
122700*    HOLD ONE PROVIDER-LEVEL ADJUSTMENT FOR THE PLB SEGMENT -    *
122800*    POSITIVE REDUCES THE PAYMENT, NEGATIVE ADDS TO IT           *
122900*================================================================*
123000 2700-ADD-PLB-ITEM.
123100     IF PLB-NEXT < 500
123200         PERFORM 2500-FIND-MAP THRU 2500-EXIT
123300         ADD 1 TO PLB-NEXT
123400         SET PL1 TO PLB-NEXT
123500         MOVE CMT-CARC (CM1) TO PLB-CODE (PL1)
123600         MOVE WK-CLAIM-ID    TO PLB-REF  (PL1)
123700         MOVE EDT-AMT        TO PLB-AMT  (PL1)
123800         GO TO 2700-EXIT.
123900     IF WK-MAP-KEY = 'OF'
124000         ADD EDT-AMT TO PLB-OVER-OFFSET
124100     ELSE
124110     IF WK-MAP-KEY = 'FB'
124120         ADD EDT-AMT TO PLB-OVER-DEFER
124130     ELSE
124200         ADD EDT-AMT TO PLB-OVER-INTEREST.
124300 2700-EXIT.  EXIT.
124400
124500*================================================================*
124600*    PLB ITEMS AND SE FOR THE PROVIDER JUST FINISHED             *
124700*================================================================*
124800 2900-CLOSE-PROVIDER.
124900     IF PLB-NEXT > 0
125000         PERFORM 2950-WRITE-PLB THRU 2950-EXIT
125100                 VARYING PL1 FROM 1 BY 1 UNTIL PL1 > PLB-NEXT.
125200     IF PLB-OVER-OFFSET NOT = 0
125300         MOVE 'OF' TO WK-MAP-KEY
125400         MOVE PLB-OVER-OFFSET TO EDT-AMT
125500         PERFORM 2960-WRITE-PLB-TOTAL THRU 2960-EXIT.
125600     IF PLB-OVER-INTEREST NOT = 0
125700         MOVE 'IN' TO WK-MAP-KEY
125800         MOVE PLB-OVER-INTEREST TO EDT-AMT
125900         PERFORM 2960-WRITE-PLB-TOTAL THRU 2960-EXIT.
125910     IF PLB-OVER-DEFER NOT = 0
125920         MOVE 'FB' TO WK-MAP-KEY
125930         MOVE PLB-OVER-DEFER TO EDT-AMT
125940         PERFORM 2960-WRITE-PLB-TOTAL THRU 2960-EXIT.
126000
126100     COMPUTE EDT-CNT = SEG-IN-ST + 1.
126200     PERFORM 8350-EDIT-COUNT THRU 8350-EXIT.
126300     MOVE 1 TO SEG-PTR.
126400     STRING 'SE*'                 DELIMITED BY SIZE
126500            EDT-TEXT              DELIMITED BY SPACE
126600            '*'                   DELIMITED BY SIZE
126700            ST-CONTROL            DELIMITED BY SIZE
126800       INTO SEG-OUT WITH POINTER SEG-PTR.
126900     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
127000     MOVE 'N' TO PROV-OPEN-SW.
127100 2900-EXIT.  EXIT.
127200
127300 2950-WRITE-PLB.
127400     MOVE 1 TO SEG-PTR.
127500     STRING 'PLB*'                DELIMITED BY SIZE
127600            WK-PREV-NPI           DELIMITED BY SPACE
127700            '*'                   DELIMITED BY SIZE
127800            ERA-PERIOD-END        DELIMITED BY SIZE
127900            '*'                   DELIMITED BY SIZE
128000            PLB-CODE (PL1)        DELIMITED BY SPACE
128100            ':'                   DELIMITED BY SIZE
128200            PLB-REF (PL1)         DELIMITED BY SPACE
128300            '*'                   DELIMITED BY SIZE
128400       INTO SEG-OUT WITH POINTER SEG-PTR.
128500     MOVE PLB-AMT (PL1) TO EDT-AMT.
128600     PERFORM 8300-EDIT-AMOUNT THRU 8300-EXIT.
128700     STRING EDT-TEXT              DELIMITED BY SPACE
128800       INTO SEG-OUT WITH POINTER SEG-PTR.
128900     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
129000 2950-EXIT.  EXIT.
129100
129200 2960-WRITE-PLB-TOTAL.
129300     PERFORM 2500-FIND-MAP THRU 2500-EXIT.
129400     MOVE 1 TO SEG-PTR.
129500     STRING 'PLB*'                DELIMITED BY SIZE
129600            WK-PREV-NPI           DELIMITED BY SPACE
129700            '*'                   DELIMITED BY SIZE
129800            ERA-PERIOD-END        DELIMITED BY SIZE
129900            '*'                   DELIMITED BY SIZE
130000            CMT-CARC (CM1)        DELIMITED BY SPACE
130100            '*'                   DELIMITED BY SIZE
130200       INTO SEG-OUT WITH POINTER SEG-PTR.
130300     PERFORM 8300-EDIT-AMOUNT THRU 8300-EXIT.
130400     STRING EDT-TEXT              DELIMITED BY SPACE
130500       INTO SEG-OUT WITH POINTER SEG-PTR.
130600     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
130700 2960-EXIT.  EXIT.
130800
130900 2000-DONE.
131000     EXIT.
131100
131200 3000-BALANCE-REPORT  SECTION.
131300
131400*================================================================*
131500*    THE 835 MUST BALANCE TO THE CYCLE'S REMITTANCE TRAILER      *
131600*================================================================*
131700 3000-CHECK-REMIT-TRAILER.
131800     OPEN INPUT REMITFIL.
131900     PERFORM 3100-READ-REMITFIL THRU 3100-EXIT
132000             UNTIL EOF-RMT = 1.
132100     CLOSE REMITFIL.
132200
132300     IF RTI-SEEN-SW = 0
132400         DISPLAY '** HH835213 - REMITFIL HAS NO HHRMTTRL TRAILER'
132500         MOVE 'N' TO ERA-BALANCE-SW
132600         GO TO 3000-EXIT.
132700     IF CHK-COUNT NOT = CLAIM-CTR
132800        OR CHK-PAY NOT = ERA-SUM-PAY
132900        OR CHK-INT NOT = ERA-SUM-INT
133000        OR CHK-SEQ NOT = ERA-SUM-SEQ
133100         MOVE 'N' TO ERA-BALANCE-SW.
133200*    AND THE 835 MUST FOOT - EVERY BPR IS ITS CLAIMS LESS ITS PLB
133300     IF ERA-SUM-BPR NOT =
133400             ERA-SUM-CLP - ERA-SUM-OFFSET + ERA-SUM-INT
133410                         - ERA-SUM-DEFER
133500         MOVE 'N' TO ERA-BALANCE-SW.
133510*    AND THE MONEY IT ADVISES MUST BE THE MONEY HHEFT213 MOVES
133520     IF ERA-SUM-BPR NOT = ERA-SUM-EFT
133530         MOVE 'N' TO ERA-BALANCE-SW.
133600 3000-EXIT.  EXIT.
133700
133800 3100-READ-REMITFIL.
133900     READ REMITFIL
134000          AT END   MOVE 1 TO EOF-RMT
134100                   GO TO 3100-EXIT.
134200     IF RTI-ID NOT = 'HHRMTTRL'
134300         GO TO 3100-EXIT.
134400     MOVE 1 TO RTI-SEEN-SW.
134500     MOVE RTI-RECORD-COUNT  TO CHK-COUNT.
134600     MOVE RTI-TOTAL-PAYMENT TO CHK-PAY.
134700     MOVE RTI-INTEREST-AMT  TO CHK-INT.
134800     MOVE RTI-SEQ-AMT       TO CHK-SEQ.
134900 3100-EXIT.  EXIT.
135000
135100*================================================================*
135200*    CONTROL REPORT - BALANCE AND UNMAPPED CODES                 *
135300*================================================================*
135400 4000-WRITE-CONTROL-REPORT.
135500     IF ERA-LINE-CTR > 44
135600         PERFORM 4500-ERA-HEADINGS THRU 4500-EXIT.
135700     MOVE SPACES TO ERARPT-LINE.
135800     WRITE ERARPT-LINE AFTER ADVANCING 2.
135900
136000     MOVE 'CLAIM COUNT'     TO EBL-LABEL.
136100     MOVE CLAIM-CTR         TO EBL-ERA.
136200     MOVE CHK-COUNT         TO EBL-RMT.
136300     IF CLAIM-CTR = CHK-COUNT
136400         MOVE 'BALANCED'    TO EBL-STATUS
136500     ELSE
136600         MOVE 'OUT OF BAL'  TO EBL-STATUS.
136700     PERFORM 4200-WRITE-BAL-LINE THRU 4200-EXIT.
136800
136900     MOVE 'TOTAL PAYMENT'   TO EBL-LABEL.
137000     MOVE ERA-SUM-PAY       TO EBL-ERA.
137100     MOVE CHK-PAY           TO EBL-RMT.
137200     IF ERA-SUM-PAY = CHK-PAY
137300         MOVE 'BALANCED'    TO EBL-STATUS
137400     ELSE
137500         MOVE 'OUT OF BAL'  TO EBL-STATUS.
137600     PERFORM 4200-WRITE-BAL-LINE THRU 4200-EXIT.
137700
137800     MOVE 'SEQUESTRATION'   TO EBL-LABEL.
137900     MOVE ERA-SUM-SEQ       TO EBL-ERA.
138000     MOVE CHK-SEQ           TO EBL-RMT.
138100     IF ERA-SUM-SEQ = CHK-SEQ
138200         MOVE 'BALANCED'    TO EBL-STATUS
138300     ELSE
138400         MOVE 'OUT OF BAL'  TO EBL-STATUS.
138500     PERFORM 4200-WRITE-BAL-LINE THRU 4200-EXIT.
138600
138700     MOVE 'INTEREST'        TO EBL-LABEL.
138800     MOVE ERA-SUM-INT       TO EBL-ERA.
138900     MOVE CHK-INT           TO EBL-RMT.
139000     IF ERA-SUM-INT = CHK-INT
139100         MOVE 'BALANCED'    TO EBL-STATUS
139200     ELSE
139300         MOVE 'OUT OF BAL'  TO EBL-STATUS.
139400     PERFORM 4200-WRITE-BAL-LINE THRU 4200-EXIT.
139500
139600     MOVE 'OFFSETS (PLB)'   TO EBL-LABEL.
139700     MOVE ERA-SUM-OFFSET    TO EBL-ERA.
139800     MOVE 0                 TO EBL-RMT.
139900     MOVE SPACES            TO EBL-STATUS.
140000     PERFORM 4200-WRITE-BAL-LINE THRU 4200-EXIT.
140010
140020     MOVE 'FORWARD BALANCES (PLB)' TO EBL-LABEL.
140030     MOVE ERA-SUM-DEFER     TO EBL-ERA.
140040     MOVE 0                 TO EBL-RMT.
140050     MOVE SPACES            TO EBL-STATUS.
140060     PERFORM 4200-WRITE-BAL-LINE THRU 4200-EXIT.
140100
140200     MOVE 'BPR TOTAL'       TO EBL-LABEL.
140300     MOVE ERA-SUM-BPR       TO EBL-ERA.
140400     MOVE 0                 TO EBL-RMT.
140500     IF ERA-IN-BALANCE
140600         MOVE 'BALANCED'    TO EBL-STATUS
140700     ELSE
140800         MOVE 'DO NOT SEND' TO EBL-STATUS.
140900     PERFORM 4200-WRITE-BAL-LINE THRU 4200-EXIT.
140910
140920     MOVE 'BPR TO EFT PROVIDER NET' TO EEL-LABEL.
140930     MOVE ERA-SUM-BPR       TO EEL-ERA.
140940     MOVE ERA-SUM-EFT       TO EEL-EFT.
140950     IF ERA-SUM-BPR = ERA-SUM-EFT
140960         MOVE 'BALANCED'    TO EEL-STATUS
140970     ELSE
140980         MOVE 'OUT OF BAL'  TO EEL-STATUS.
140990     WRITE ERARPT-LINE FROM ERA-EFT-LINE
140991                            AFTER ADVANCING 1.
140992     ADD 1 TO ERA-LINE-CTR.
141000
141100     IF UNMAPPED-NEXT > 0
141200         PERFORM 4300-WRITE-UNMAPPED THRU 4300-EXIT
141300                 VARYING UM1 FROM 1 BY 1
141400                   UNTIL UM1 > UNMAPPED-NEXT.
141500 4000-EXIT.  EXIT.
141600
141700 4100-WRITE-PROV-LINE.
141800     IF ERA-LINE-CTR > 54
141900         PERFORM 4500-ERA-HEADINGS THRU 4500-EXIT.
142000     MOVE EPV-NPI (EP1)      TO EPL-NPI.
142100     MOVE EPV-PROV-NO (EP1)  TO EPL-PROV.
142200     MOVE ST-CONTROL         TO EPL-ST.
142300     MOVE EPV-CLAIMS (EP1)   TO EPL-CLAIMS.
142400     MOVE EPV-CLP-SUM (EP1)  TO EPL-CLP.
142500     MOVE EPV-OFFSET (EP1)   TO EPL-OFFSET.
142600     MOVE EPV-INTEREST (EP1) TO EPL-INTEREST.
142610     MOVE EPV-DEFER (EP1)    TO EPL-DEFER.
142700     MOVE EDT-AMT            TO EPL-BPR.
142710     IF EDT-AMT = EPV-EFT-NET (EP1)
142720         MOVE 'TIES'         TO EPL-TIE
142730     ELSE
142740         MOVE '** NO TIE **' TO EPL-TIE.
142800     WRITE ERARPT-LINE FROM ERA-PROV-LINE
142900                            AFTER ADVANCING 1.
143000     ADD 1 TO ERA-LINE-CTR.
143100 4100-EXIT.  EXIT.
143200
143300 4200-WRITE-BAL-LINE.
143400     WRITE ERARPT-LINE FROM ERA-BAL-LINE
143500                            AFTER ADVANCING 1.
143600     ADD 1 TO ERA-LINE-CTR.
143700 4200-EXIT.  EXIT.
143800
143900 4300-WRITE-UNMAPPED.
144000     MOVE UMP-KEY (UM1)   TO EUL-KEY.
144100     MOVE UMP-COUNT (UM1) TO EUL-COUNT.
144200     WRITE ERARPT-LINE FROM ERA-UNMAPPED-LINE
144300                            AFTER ADVANCING 1.
144400     ADD 1 TO ERA-LINE-CTR.
144500 4300-EXIT.  EXIT.
144600
144700 4500-ERA-HEADINGS.
144800     MOVE ERA-CYCLE-DATE TO EH1-CYCLE-DATE.
144900     WRITE ERARPT-LINE FROM ERA-HEAD1
145000                            AFTER ADVANCING PAGE.
145100     WRITE ERARPT-LINE FROM ERA-HEAD2
145200                            AFTER ADVANCING 2.
145300     MOVE ALL '-' TO ERARPT-LINE.
145400     WRITE ERARPT-LINE AFTER ADVANCING 1.
145500     MOVE 4 TO ERA-LINE-CTR.
145600 4500-EXIT.  EXIT.
145700
145800*================================================================*
145900*    APPEND ONE SEGMENT AND ITS TERMINATOR TO THE CARD STREAM    *
146000*================================================================*
146100 8000-PUT-SEGMENT.
146200     MOVE SEG-TERM TO SEG-OUT (SEG-PTR:1).
146300     MOVE SEG-PTR  TO SEG-LEN.
146400     PERFORM 8100-PUT-CHAR THRU 8100-EXIT
146500             VARYING CHAR-SUB FROM 1 BY 1
146510             UNTIL CHAR-SUB > SEG-LEN.
146600     ADD 1 TO SEG-IN-ST.
146700     ADD 1 TO SEG-TOTAL.
146800     MOVE SPACES TO SEG-OUT.
146900 8000-EXIT.  EXIT.
147000
147100 8100-PUT-CHAR.
147200     ADD 1 TO CARD-POS.
147300     MOVE SEG-OUT (CHAR-SUB:1) TO CARD-BUF (CARD-POS:1).
147400     IF CARD-POS = 80
147500         PERFORM 8200-FLUSH-CARD THRU 8200-EXIT.
147600 8100-EXIT.  EXIT.
147700
147800 8200-FLUSH-CARD.
147900     IF CARD-POS = 0
148000         GO TO 8200-EXIT.
148100     WRITE ERAFILE-REC FROM CARD-BUF.
148200     IF ERA-STAT1 > 0 DISPLAY ' BADW WRITE ON ERAFILE FILE'.
148300     ADD 1 TO CARD-CTR.
148400     MOVE SPACES TO CARD-BUF.
148500     MOVE 0 TO CARD-POS.
148600 8200-EXIT.  EXIT.
148700
148800*================================================================*
148900*    X12 NUMERICS - NO LEADING ZEROS OR BLANKS                   *
149000*================================================================*
149100 8300-EDIT-AMOUNT.
149200     MOVE EDT-AMT TO EDT-AMT-PIC.
149300     MOVE 0 TO EDT-LEAD.
149400     INSPECT EDT-AMT-PIC TALLYING EDT-LEAD FOR LEADING SPACES.
149500     MOVE SPACES TO EDT-TEXT.
149600     MOVE EDT-AMT-PIC (EDT-LEAD + 1:) TO EDT-TEXT.
149700 8300-EXIT.  EXIT.
149800
149900 8350-EDIT-COUNT.
150000     MOVE EDT-CNT TO EDT-CNT-PIC.
150100     MOVE 0 TO EDT-LEAD.
150200     INSPECT EDT-CNT-PIC TALLYING EDT-LEAD FOR LEADING SPACES.
150300     MOVE SPACES TO EDT-TEXT.
150400     MOVE EDT-CNT-PIC (EDT-LEAD + 1:) TO EDT-TEXT.
150500 8350-EXIT.  EXIT.
