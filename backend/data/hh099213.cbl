000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HH099213.
000300
000400*----------------------------------------------------------------*
000500*  YEAR-END 1099 PAYMENT REPORTING BY PROVIDER TAX ID             *
000600*                                                                 *
000700*  READS THE YEAR'S SAVED OUTFILE LIBRARY (EVERY PRICED OUTFILE   *
000800*  OF THE TAX YEAR CONCATENATED ON THE OUTFILE DD, EACH WITH ITS  *
000900*  OWN HEADER AND TRAILER) AND TOTALS THE PAYMENTS OF EVERY CCN   *
001000*  UNDER THE FEDERAL TAX ID THE PROVIDER MASTER CARRIES FOR IT -  *
001100*  SEVERAL CCNS MAY ROLL UP TO ONE TIN.                           *
001200*                                                                 *
001300*  REPORTABLE PAYMENT PER CLAIM:                                  *
001400*    ORIGINAL BILL       HHA-TOTAL-PAYMENT IF THE RTC IS PAYABLE  *
001500*    ADJUSTMENT/CANCEL   HHA-NET-ADJ-AMT (THE CHANGE AGAINST WHAT *
001600*                        WAS PAID BEFORE) WHEN PAYABLE OR RTC 07  *
001700*    INFORMATIONAL BILL  (HHA-CLAIM-CLASS 'I') COUNTED ONLY       *
001800*  SO A CLAIM ADJUSTED OR CANCELLED INSIDE THE YEAR IS REPORTED   *
001900*  AT WHAT WAS FINALLY PAID.  AMOUNTS ARE BEFORE SEQUESTRATION    *
002000*  AND RECOUPMENT, THE BASIS THE NET ADJUSTMENT IS CARRIED ON.    *
002100*  CLEAN-CLAIM INTEREST (HHA-INTEREST-AMT) IS KEPT APART AND      *
002200*  GOES OUT ON ITS OWN 1099-INT.                                  *
002300*                                                                 *
002400*  IRSFILE  - IRS ELECTRONIC FILING FORMAT, 750-BYTE T / A / B /  *
002500*             C / F RECORDS: ONE 1099-MISC PAYER GROUP (AMOUNT    *
002600*             CODE 6, MEDICAL AND HEALTH CARE PAYMENTS) AND ONE   *
002700*             1099-INT PAYER GROUP (AMOUNT CODE 1).  A TIN IS     *
002800*             WRITTEN TO A GROUP ONLY AT OR ABOVE THAT GROUP'S    *
002900*             REPORTING THRESHOLD.                                *
003000*  TAXRPT   - RECONCILIATION BY TIN AND CCN.  THE STATEMENT BASIS *
003100*             (SUM OF HHA-TOTAL-PAYMENT, THE HHSTM213 MONTH-END   *
003200*             TOTAL) IS TIED TO THE YEAR'S MONTHLY STMEXT RECORDS *
003300*             WHEN THEY ARE SUPPLIED, AND CARRIED TO THE REPORTABLE*
003400*             AMOUNT THROUGH THE ADJUSTMENT/CANCEL/REJECT NETTING.*
003500*                                                                 *
003600*  PROVMSTR - PROVIDER MASTER, CCN TO TIN (PVM-TIN)               *
003700*  TINADDR  - (OPTIONAL) PAYEE NAME AND MAILING ADDRESS BY TIN,   *
003800*             '*' IN COLUMN 1 IS A COMMENT; A TIN WITH NO ROW     *
003900*             IS FILED UNDER THE MASTER NAME AND STATE AND LISTED *
004000*  STMEXT   - (OPTIONAL) THE YEAR'S HHSTM213 COMPANION RECORDS    *
004100*  TAXPARM  - CARD IMAGES, TYPE IN COLUMNS 1-2:                   *
004200*             YR  4-7 TAX YEAR, 9-17 PAYER TIN, 19-23 TRANSMITTER *
004300*                 CONTROL CODE, 25-33 1099-MISC THRESHOLD AND     *
004400*                 35-43 1099-INT THRESHOLD (9(7)V99, ZERO OR      *
004500*                 BLANK = 600.00) - REQUIRED                      *
004600*             NM  4-43 PAYER NAME        AD  4-43 PAYER ADDRESS   *
004700*             CT  4-43 CITY, 45-46 STATE, 48-56 ZIP               *
004800*             CN  4-43 CONTACT NAME      PH  4-18 CONTACT PHONE   *
004900*             EM  4-53 CONTACT E-MAIL                             *
005000*  MODECARD - (OPTIONAL) 'T' = TEST JOB: TEST-STAMPED OUTFILES ARE*
005100*             ACCEPTED AND THE T RECORD IS MARKED AS A TEST FILE  *
005200*                                                                 *
005300*  RETURN CODE 16 = NOTHING USABLE WAS PRODUCED (NO YR CARD, AN   *
005400*  OUTFILE OUT OF BALANCE TO ITS TRAILER, A TEST OUTFILE IN A     *
005500*  PRODUCTION JOB); 8 = THE STATEMENT BASIS DOES NOT TIE TO       *
005600*  STMEXT; 4 = PAYMENTS THAT COULD NOT BE FILED (NO TIN ON THE    *
005700*  MASTER) OR PAYEES WITHOUT A MAILING ADDRESS.                   *
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
007000     SELECT OUTFILE   ASSIGN TO UT-S-OUTFILE
007100         FILE STATUS IS OUT-STAT.
007200     SELECT PROVMSTR  ASSIGN TO UT-S-PROVMSTR
007300         FILE STATUS IS PVM-STAT.
007400     SELECT OPTIONAL TINADDR ASSIGN TO UT-S-TINADDR
007500         FILE STATUS IS TAD-STAT.
007600     SELECT OPTIONAL STMEXT ASSIGN TO UT-S-STMEXT
007700         FILE STATUS IS STI-STAT.
007800     SELECT TAXPARM   ASSIGN TO UT-S-TAXPARM
007900         FILE STATUS IS TPM-STAT.
008000     SELECT OPTIONAL MODECARD ASSIGN TO UT-S-MODECARD
008100         FILE STATUS IS MDC-STAT.
008200     SELECT IRSFILE   ASSIGN TO UT-S-IRSFILE
008300         FILE STATUS IS IRS-STAT.
008400     SELECT TAXRPT    ASSIGN TO UT-S-TAXRPT
008500         FILE STATUS IS TXR-STAT.
008600     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  OUTFILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS V
009210     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
009300     BLOCK CONTAINS 0 RECORDS.
009400 01  OUT-REC                    PIC X(1000).
009500
009600 FD  PROVMSTR
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  PROV-MSTR-REC.
010000     05  PVM-CCN                 PIC X(06).
010100     05  FILLER                  PIC X(01).
010200     05  PVM-NAME                PIC X(30).
010300     05  FILLER                  PIC X(01).
010400     05  PVM-STATE               PIC X(02).
010500     05  FILLER                  PIC X(01).
010600     05  PVM-CERT-DATE           PIC X(08).
010700     05  FILLER                  PIC X(01).
010800     05  PVM-TERM-DATE           PIC X(08).
010900     05  FILLER                  PIC X(01).
011000     05  PVM-SANCTION-IND        PIC X(01).
011100     05  FILLER                  PIC X(01).
011200     05  PVM-SUCC-CCN            PIC X(06).
011300     05  FILLER                  PIC X(01).
011400     05  PVM-PRED-CCN            PIC X(06).
011500     05  FILLER                  PIC X(01).
011600     05  PVM-CHOW-DATE           PIC X(08).
011700     05  FILLER                  PIC X(01).
011800     05  PVM-TIN                 PIC X(09).
011900
012000 FD  TINADDR
012100     RECORDING MODE IS F
012200     BLOCK CONTAINS 0 RECORDS
012300     LABEL RECORDS ARE STANDARD.
012400 01  TINADDR-REC.
012500     05  TAD-TIN                PIC X(09).
012600     05  FILLER                 PIC X(01).
012700     05  TAD-NAME               PIC X(40).
012800     05  FILLER                 PIC X(01).
012900     05  TAD-NAME2              PIC X(40).
013000     05  FILLER                 PIC X(01).
013100     05  TAD-ADDR               PIC X(40).
013200     05  FILLER                 PIC X(01).
013300     05  TAD-CITY               PIC X(40).
013400     05  FILLER                 PIC X(01).
013500     05  TAD-STATE              PIC X(02).
013600     05  FILLER                 PIC X(01).
013700     05  TAD-ZIP                PIC X(09).
013800     05  FILLER                 PIC X(14).
013900
014000*----------------------------------------------------------------*
014100*  HHSTM213 COMPANION RECORD - ONLY THE PROVIDER, CLAIM COUNT     *
014200*  AND MONTH-END TOTAL ARE USED                                   *
014300*----------------------------------------------------------------*
014400 FD  STMEXT
014500     LABEL RECORDS ARE STANDARD
014600     RECORDING MODE IS F
014700     BLOCK CONTAINS 0 RECORDS.
014800 01  STMEXT-REC.
014900     05  STI-PROV               PIC X(06).
015000     05  FILLER                 PIC X(01).
015100     05  STI-CLAIMS             PIC 9(07).
015200     05  FILLER                 PIC X(108).
015300     05  STI-TOTAL-WHOLE        PIC 9(11).
015400     05  STI-TOTAL-POINT        PIC X(01).
015500     05  STI-TOTAL-CENTS        PIC 9(02).
015600     05  FILLER                 PIC X(64).
015700
015800 FD  TAXPARM
015900     RECORDING MODE IS F
016000     BLOCK CONTAINS 0 RECORDS
016100     LABEL RECORDS ARE STANDARD.
016200 01  TAXPARM-REC.
016300     05  TPM-TYPE               PIC X(02).
016400     05  FILLER                 PIC X(01).
016500     05  TPM-TEXT               PIC X(77).
016600 01  TAXPARM-YR-REC.
016700     05  FILLER                 PIC X(03).
016800     05  TPM-TAX-YEAR           PIC X(04).
016900     05  FILLER                 PIC X(01).
017000     05  TPM-PAYER-TIN          PIC X(09).
017100     05  FILLER                 PIC X(01).
017200     05  TPM-TCC                PIC X(05).
017300     05  FILLER                 PIC X(01).
017400     05  TPM-MISC-THRESHOLD     PIC X(09).
017500     05  TPM-MISC-THRESHOLD-N   REDEFINES
017600         TPM-MISC-THRESHOLD     PIC 9(07)V9(02).
017700     05  FILLER                 PIC X(01).
017800     05  TPM-INT-THRESHOLD      PIC X(09).
017900     05  TPM-INT-THRESHOLD-N    REDEFINES
018000         TPM-INT-THRESHOLD      PIC 9(07)V9(02).
018100     05  FILLER                 PIC X(37).
018200 01  TAXPARM-CT-REC.
018300     05  FILLER                 PIC X(03).
018400     05  TPM-CITY               PIC X(40).
018500     05  FILLER                 PIC X(01).
018600     05  TPM-STATE              PIC X(02).
018700     05  FILLER                 PIC X(01).
018800     05  TPM-ZIP                PIC X(09).
018900     05  FILLER                 PIC X(24).
019000
019100 FD  MODECARD
019200     RECORDING MODE IS F
019300     BLOCK CONTAINS 0 RECORDS
019400     LABEL RECORDS ARE STANDARD.
019500 01  MODECARD-REC.
019600     05  MDC-RUN-MODE           PIC X(01).
019700     05  FILLER                 PIC X(79).
019800
019900 FD  IRSFILE
020000     RECORDING MODE IS F
020100     BLOCK CONTAINS 0 RECORDS
020200     LABEL RECORDS ARE STANDARD.
020300 01  IRSFILE-REC                PIC X(750).
020400
020500 FD  TAXRPT
020600     RECORDING MODE IS F
020700     BLOCK CONTAINS 133 RECORDS
020800     LABEL RECORDS ARE STANDARD.
020900 01  TAXRPT-LINE                PIC X(133).
021000
021100 SD  SORTFILE.
021200 01  SORT-REC.
021300     05  SRT-TIN                PIC X(09).
021400     05  SRT-CCN                PIC X(06).
021500     05  SRT-SUB                PIC 9(04).
021600
021700 WORKING-STORAGE SECTION.
021800 01  FILLER                     PIC X(40)  VALUE
021900     'HH099    - W O R K I N G   S T O R A G E'.
022000 01  HH099-VERSION              PIC X(07)  VALUE 'T2026.1'.
022100 01  EOF-OUT                    PIC 9(01)  VALUE 0.
022200 01  EOF-PVM                    PIC 9(01)  VALUE 0.
022300 01  EOF-TAD                    PIC 9(01)  VALUE 0.
022400 01  EOF-STI                    PIC 9(01)  VALUE 0.
022500 01  EOF-TPM                    PIC 9(01)  VALUE 0.
022600 01  EOF-SRT                    PIC 9(01)  VALUE 0.
022700 01  OWN-RUN-MODE               PIC X(01)  VALUE 'P'.
022800 01  HDR-SEEN-SW                PIC 9(01)  VALUE 0.
022900 01  TRL-SEEN-SW                PIC 9(01)  VALUE 0.
023000 01  YR-CARD-SW                 PIC 9(01)  VALUE 0.
023100 01  STMEXT-SW                  PIC 9(01)  VALUE 0.
023200     88  STMEXT-SUPPLIED                   VALUE 1.
023300 01  TIN-OPEN-SW                PIC 9(01)  VALUE 0.
023400     88  TIN-OPEN                          VALUE 1.
023500 01  VAL-COUNT                  PIC 9(09)  VALUE 0.
023600 01  VAL-SUM-PAY                PIC 9(13)V9(02) VALUE 0.
023700 01  VAL-SUM-OUTL               PIC 9(13)V9(02) VALUE 0.
023800 01  VAL-TRL-REC.
023900     05  VAL-ID                 PIC X(08).
024000     05  VAL-RECORD-COUNT       PIC 9(09).
024100     05  VAL-TOTAL-PAY-SUM      PIC 9(13)V9(02).
024200     05  VAL-OUTLIER-SUM        PIC 9(13)V9(02).
024300     05  FILLER                 PIC X(603).
024400 01  OUTFILE-CTR                PIC 9(09)  VALUE 0.
024500 01  SEGMENT-CTR                PIC 9(05)  VALUE 0.
024600 01  INFO-CTR                   PIC 9(09)  VALUE 0.
024700 01  PVM-READ-CTR               PIC 9(07)  VALUE 0.
024800 01  TAD-READ-CTR               PIC 9(07)  VALUE 0.
024900 01  STI-READ-CTR               PIC 9(07)  VALUE 0.
025000 01  NO-TIN-CTR                 PIC 9(05)  VALUE 0.
025100 01  NO-ADDR-CTR                PIC 9(05)  VALUE 0.
025200 01  DIFF-CTR                   PIC 9(05)  VALUE 0.
025300 01  MISC-PAYEE-CTR             PIC 9(08)  VALUE 0.
025400 01  INT-PAYEE-CTR              PIC 9(08)  VALUE 0.
025500 01  A-REC-CTR                  PIC 9(08)  VALUE 0.
025600 01  IRS-SEQ                    PIC 9(08)  VALUE 0.
025700 01  IRS-AMOUNT-SUB             PIC 9(02)  VALUE 0.
025800 01  TAX-LINE-CTR               PIC 9(02)  VALUE 65.
025900 01  TAX-CURR-DATE              PIC X(08)  VALUE SPACES.
026000 01  TAX-PREV-TIN               PIC X(09)  VALUE SPACES.
026100 01  TAX-CLAIM-AMT              PIC S9(07)V9(02) VALUE 0.
026200 01  TAX-STMEXT-AMT             PIC 9(11)V9(02) VALUE 0.
026300 01  TAX-DIFF-AMT               PIC S9(11)V9(02) VALUE 0.
026400 01  TAX-NOTE                   PIC X(10)  VALUE SPACES.
026500 01  OUT-STAT.
026600     05  OUT-STAT1              PIC X.
026700     05  OUT-STAT2              PIC X.
026800 01  PVM-STAT.
026900     05  PVM-STAT1              PIC X.
027000     05  PVM-STAT2              PIC X.
027100 01  TAD-STAT.
027200     05  TAD-STAT1              PIC X.
027300     05  TAD-STAT2              PIC X.
027400 01  STI-STAT.
027500     05  STI-STAT1              PIC X.
027600     05  STI-STAT2              PIC X.
027700 01  TPM-STAT.
027800     05  TPM-STAT1              PIC X.
027900     05  TPM-STAT2              PIC X.
028000 01  MDC-STAT.
028100     05  MDC-STAT1              PIC X.
028200     05  MDC-STAT2              PIC X.
028300 01  IRS-STAT.
028400     05  IRS-STAT1              PIC X.
028500     05  IRS-STAT2              PIC X.
028600 01  TXR-STAT.
028700     05  TXR-STAT1              PIC X.
028800     05  TXR-STAT2              PIC X.
028900
029000*----------------------------------------------------------------*
029100*  PAYER AND TRANSMITTER DETAILS FROM TAXPARM                     *
029200*----------------------------------------------------------------*
029300 01  PAYER-DATA.
029400     05  PAY-TAX-YEAR           PIC X(04)  VALUE SPACES.
029500     05  PAY-TIN                PIC X(09)  VALUE SPACES.
029600     05  PAY-TCC                PIC X(05)  VALUE SPACES.
029700     05  PAY-MISC-THRESHOLD     PIC 9(07)V9(02) VALUE 600.00.
029800     05  PAY-INT-THRESHOLD      PIC 9(07)V9(02) VALUE 600.00.
029900     05  PAY-NAME               PIC X(40)  VALUE SPACES.
030000     05  PAY-ADDR               PIC X(40)  VALUE SPACES.
030100     05  PAY-CITY               PIC X(40)  VALUE SPACES.
030200     05  PAY-STATE              PIC X(02)  VALUE SPACES.
030300     05  PAY-ZIP                PIC X(09)  VALUE SPACES.
030400     05  PAY-CONTACT            PIC X(40)  VALUE SPACES.
030500     05  PAY-PHONE              PIC X(15)  VALUE SPACES.
030600     05  PAY-EMAIL              PIC X(50)  VALUE SPACES.
030700
030800*----------------------------------------------------------------*
030900*  PROVIDER MASTER HELD IN CORE - CCN TO TIN                      *
031000*----------------------------------------------------------------*
031100 01  PVT-NEXT                   PIC 9(04)  VALUE 0.
031200 01  PROV-TIN-TABLE.
031300     05  PVT-DATA               OCCURS 5000
031400                                INDEXED BY PV1.
031500         10  PVT-CCN            PIC X(06).
031600         10  PVT-TIN            PIC X(09).
031700         10  PVT-NAME           PIC X(30).
031800         10  PVT-STATE          PIC X(02).
031900
032000*----------------------------------------------------------------*
032100*  PAYEE MAILING ADDRESSES HELD IN CORE                           *
032200*----------------------------------------------------------------*
032300 01  TAT-NEXT                   PIC 9(04)  VALUE 0.
032400 01  TIN-ADDR-TABLE.
032500     05  TAT-DATA               OCCURS 3000
032600                                INDEXED BY TA1.
032700         10  TAT-TIN            PIC X(09).
032800         10  TAT-NAME           PIC X(40).
032900         10  TAT-NAME2          PIC X(40).
033000         10  TAT-ADDR           PIC X(40).
033100         10  TAT-CITY           PIC X(40).
033200         10  TAT-STATE          PIC X(02).
033300         10  TAT-ZIP            PIC X(09).
033400
033500*----------------------------------------------------------------*
033600*  PER-CCN YEAR ACCUMULATORS                                      *
033700*----------------------------------------------------------------*
033800 01  CCA-NEXT                   PIC 9(04)  VALUE 0.
033900 01  CCN-ACCUM-TABLE.
034000     05  CCA-DATA               OCCURS 5000
034100                                INDEXED BY CA1.
034200         10  CCA-CCN            PIC X(06).
034300         10  CCA-TIN            PIC X(09).
034400         10  CCA-NAME           PIC X(30).
034500         10  CCA-STATE          PIC X(02).
034600         10  CCA-TIN-NOTE       PIC X(10).
034700         10  CCA-CLAIMS         PIC 9(07).
034800         10  CCA-INFO           PIC 9(07).
034900         10  CCA-STMT-TOTAL     PIC 9(11)V9(02).
035000         10  CCA-STMEXT-TOTAL   PIC 9(11)V9(02).
035100         10  CCA-REPORTABLE     PIC S9(11)V9(02).
035200         10  CCA-INTEREST       PIC 9(11)V9(02).
035300
035400*----------------------------------------------------------------*
035500*  ONE ROW PER TIN, IN TIN ORDER, BUILT AS THE RECONCILIATION IS  *
035600*  PRINTED - THE B RECORDS ARE WRITTEN FROM IT                    *
035700*----------------------------------------------------------------*
035800 01  TNT-NEXT                   PIC 9(04)  VALUE 0.
035900 01  TIN-TOTAL-TABLE.
036000     05  TNT-DATA               OCCURS 3000
036100                                INDEXED BY TN1.
036200         10  TNT-TIN            PIC X(09).
036300         10  TNT-FIRST-CCN      PIC X(06).
036400         10  TNT-NAME           PIC X(40).
036500         10  TNT-NAME2          PIC X(40).
036600         10  TNT-ADDR           PIC X(40).
036700         10  TNT-CITY           PIC X(40).
036800         10  TNT-STATE          PIC X(02).
036900         10  TNT-ZIP            PIC X(09).
037000         10  TNT-REPORTABLE     PIC S9(11)V9(02).
037100         10  TNT-INTEREST       PIC 9(11)V9(02).
037200         10  TNT-MISC-SW        PIC X(01).
037300             88  TNT-FILE-MISC             VALUE 'Y'.
037400         10  TNT-INT-SW         PIC X(01).
037500             88  TNT-FILE-INT              VALUE 'Y'.
037600
037700*----------------------------------------------------------------*
037800*  RUNNING TOTALS FOR THE OPEN TIN AND THE WHOLE YEAR             *
037900*----------------------------------------------------------------*
038000 01  TIN-TOTALS.
038100     05  TTT-CLAIMS             PIC 9(07).
038200     05  TTT-STMT-TOTAL         PIC 9(11)V9(02).
038300     05  TTT-STMEXT-TOTAL       PIC 9(11)V9(02).
038400     05  TTT-DIFF               PIC S9(11)V9(02).
038500     05  TTT-NETTING            PIC S9(11)V9(02).
038600     05  TTT-REPORTABLE         PIC S9(11)V9(02).
038700     05  TTT-INTEREST           PIC 9(11)V9(02).
038800     05  TTT-FIRST-CCN          PIC X(06).
038900     05  TTT-NAME               PIC X(30).
039000     05  TTT-STATE              PIC X(02).
039100 01  GRAND-TOTALS.
039200     05  GRD-CLAIMS             PIC 9(09)        VALUE 0.
039300     05  GRD-STMT-TOTAL         PIC 9(13)V9(02)  VALUE 0.
039400     05  GRD-STMEXT-TOTAL       PIC 9(13)V9(02)  VALUE 0.
039500     05  GRD-DIFF               PIC S9(13)V9(02) VALUE 0.
039600     05  GRD-NETTING            PIC S9(13)V9(02) VALUE 0.
039700     05  GRD-REPORTABLE         PIC S9(13)V9(02) VALUE 0.
039800     05  GRD-INTEREST           PIC 9(13)V9(02)  VALUE 0.
039900     05  GRD-NO-TIN             PIC S9(13)V9(02) VALUE 0.
040000     05  GRD-NO-TIN-INT         PIC 9(13)V9(02)  VALUE 0.
040100     05  GRD-UNDER-MISC         PIC S9(13)V9(02) VALUE 0.
040200     05  GRD-UNDER-INT          PIC 9(13)V9(02)  VALUE 0.
040300     05  GRD-MISC-FILED         PIC 9(13)V9(02)  VALUE 0.
040400     05  GRD-INT-FILED          PIC 9(13)V9(02)  VALUE 0.
040500
040600*----------------------------------------------------------------*
040700*  OUTFILE RECORD - ONLY THE FIELDS THE 1099 NEEDS                *
040800*----------------------------------------------------------------*
040900 01  HHA-OUT-DATA.
041000     05  HHA-NPI                 PIC X(10).
041100     05  HHA-HIC                 PIC X(12).
041200     05  HHA-PROV-NO             PIC X(06).
041300     05  FILLER                  PIC X(66).
041400     05  HHA-ADJ-IND             PIC X(01).
041500         88  HHA-ADJ-IS-ADJUSTMENT  VALUE 'A'.
041600         88  HHA-ADJ-IS-CANCEL      VALUE 'C'.
041700     05  FILLER                  PIC X(306).
041800     05  HHA-PAY-RTC             PIC 99.
041900         88  HHA-RTC-PAYABLE        VALUES 00 01 02 06 09
042000                                           11 14 32.
042100         88  HHA-RTC-CANCELLED      VALUE 07.
042200     05  FILLER                  PIC X(05).
042300     05  HHA-OUTLIER-PAYMENT     PIC 9(07)V9(02).
042400     05  HHA-TOTAL-PAYMENT       PIC 9(07)V9(02).
042500     05  FILLER                  PIC X(126).
042600     05  HHA-NET-ADJ-AMT         PIC S9(07)V9(02).
042700     05  FILLER                  PIC X(29).
042800     05  HHA-INTEREST-AMT        PIC 9(07)V9(02).
042900     05  HHA-SEQUESTRATION-AMT   PIC 9(07)V9(02).
043000     05  FILLER                  PIC X(25).
043100*        'I' = INFORMATIONAL NO-PAY BILL - COUNTED, NEVER
043200*        REPORTED
043300     05  HHA-CLAIM-CLASS         PIC X(01).
043400         88  HHA-IS-INFORMATIONAL   VALUE 'I'.
043500     05  FILLER                  PIC X(16).
043510*    VERSION 3 EXTENSION (BYTES 651-1000) - LIFTED FROM
043520*    THE VERSION 2 FIELDS WHEN A VERSION 2 RECORD IS READ
043530     05  HHA-V3-EXTENSION.
043540         10  HHA-SEQ-PAYABLE-AMT    PIC 9(07)V9(02).
043550         10  HHA-BILLED-PROV-NO     PIC X(06).
043560         10  HHA-SUBMIT-MEDIA       PIC X(01).
043570         10  HHA-LIFT-DATE          PIC X(08).
043580         10  FILLER                 PIC X(326).
043600
043700*----------------------------------------------------------------*
043800*  IRS FILING RECORDS - 750 BYTES, POSITIONS PER THE IRS          *
043900*  ELECTRONIC FILING SPECIFICATION FOR INFORMATION RETURNS        *
044000*----------------------------------------------------------------*
044100 01  IRS-T-REC.
044200     05  IRT-TYPE               PIC X(01)  VALUE 'T'.
044300     05  IRT-YEAR               PIC X(04).
044400     05  IRT-PRIOR-YEAR         PIC X(01)  VALUE SPACE.
044500     05  IRT-TIN                PIC X(09).
044600     05  IRT-TCC                PIC X(05).
044700     05  FILLER                 PIC X(07)  VALUE SPACES.
044800     05  IRT-TEST-IND           PIC X(01)  VALUE SPACE.
044900     05  IRT-FOREIGN-IND        PIC X(01)  VALUE SPACE.
045000     05  IRT-NAME               PIC X(40).
045100     05  IRT-NAME2              PIC X(40)  VALUE SPACES.
045200     05  IRT-CO-NAME            PIC X(40).
045300     05  IRT-CO-NAME2           PIC X(40)  VALUE SPACES.
045400     05  IRT-CO-ADDR            PIC X(40).
045500     05  IRT-CO-CITY            PIC X(40).
045600     05  IRT-CO-STATE           PIC X(02).
045700     05  IRT-CO-ZIP             PIC X(09).
045800     05  FILLER                 PIC X(15)  VALUE SPACES.
045900     05  IRT-PAYEES             PIC 9(08).
046000     05  IRT-CONTACT            PIC X(40).
046100     05  IRT-PHONE              PIC X(15).
046200     05  IRT-EMAIL              PIC X(50).
046300     05  FILLER                 PIC X(91)  VALUE SPACES.
046400     05  IRT-SEQ                PIC 9(08).
046500     05  FILLER                 PIC X(10)  VALUE SPACES.
046600     05  IRT-VENDOR-IND         PIC X(01)  VALUE 'I'.
046700     05  FILLER                 PIC X(232) VALUE SPACES.
046800
046900 01  IRS-A-REC.
047000     05  IRA-TYPE               PIC X(01)  VALUE 'A'.
047100     05  IRA-YEAR               PIC X(04).
047200     05  IRA-COMBINED-IND       PIC X(01)  VALUE SPACE.
047300     05  FILLER                 PIC X(05)  VALUE SPACES.
047400     05  IRA-TIN                PIC X(09).
047500     05  IRA-NAME-CONTROL       PIC X(04)  VALUE SPACES.
047600     05  IRA-LAST-FILING        PIC X(01)  VALUE SPACE.
047700     05  IRA-RETURN-TYPE        PIC X(02).
047800     05  IRA-AMOUNT-CODES       PIC X(18).
047900     05  FILLER                 PIC X(06)  VALUE SPACES.
048000     05  IRA-FOREIGN-IND        PIC X(01)  VALUE SPACE.
048100     05  IRA-NAME               PIC X(40).
048200     05  IRA-NAME2              PIC X(40)  VALUE SPACES.
048300     05  IRA-AGENT-IND          PIC X(01)  VALUE '0'.
048400     05  IRA-ADDR               PIC X(40).
048500     05  IRA-CITY               PIC X(40).
048600     05  IRA-STATE              PIC X(02).
048700     05  IRA-ZIP                PIC X(09).
048800     05  IRA-PHONE              PIC X(15).
048900     05  FILLER                 PIC X(260) VALUE SPACES.
049000     05  IRA-SEQ                PIC 9(08).
049100     05  FILLER                 PIC X(243) VALUE SPACES.
049200
049300 01  IRS-B-REC.
049400     05  IRB-TYPE               PIC X(01)  VALUE 'B'.
049500     05  IRB-YEAR               PIC X(04).
049600     05  IRB-CORRECTED-IND      PIC X(01)  VALUE SPACE.
049700     05  IRB-NAME-CONTROL       PIC X(04)  VALUE SPACES.
049800     05  IRB-TIN-TYPE           PIC X(01)  VALUE '1'.
049900     05  IRB-TIN                PIC X(09).
050000     05  IRB-ACCOUNT            PIC X(20).
050100     05  IRB-OFFICE             PIC X(04)  VALUE SPACES.
050200     05  FILLER                 PIC X(10)  VALUE SPACES.
050300*        PAYMENT AMOUNTS 1-9, A-H AND J IN THAT ORDER
050400     05  IRB-AMOUNT             PIC 9(10)V9(02) OCCURS 18.
050500     05  FILLER                 PIC X(16)  VALUE SPACES.
050600     05  IRB-FOREIGN-IND        PIC X(01)  VALUE SPACE.
050700     05  IRB-NAME               PIC X(40).
050800     05  IRB-NAME2              PIC X(40).
050900     05  IRB-ADDR               PIC X(40).
051000     05  FILLER                 PIC X(40)  VALUE SPACES.
051100     05  IRB-CITY               PIC X(40).
051200     05  IRB-STATE              PIC X(02).
051300     05  IRB-ZIP                PIC X(09).
051400     05  FILLER                 PIC X(01)  VALUE SPACE.
051500     05  IRB-SEQ                PIC 9(08).
051600     05  FILLER                 PIC X(243) VALUE SPACES.
051700
051800 01  IRS-C-REC.
051900     05  IRC-TYPE               PIC X(01)  VALUE 'C'.
052000     05  IRC-PAYEES             PIC 9(08).
052100     05  FILLER                 PIC X(06)  VALUE SPACES.
052200     05  IRC-TOTAL              PIC 9(16)V9(02) OCCURS 18.
052300     05  FILLER                 PIC X(160) VALUE SPACES.
052400     05  IRC-SEQ                PIC 9(08).
052500     05  FILLER                 PIC X(243) VALUE SPACES.
052600
052700 01  IRS-F-REC.
052800     05  IRF-TYPE               PIC X(01)  VALUE 'F'.
052900     05  IRF-A-RECORDS          PIC 9(08).
053000     05  FILLER                 PIC X(21)  VALUE ALL '0'.
053100     05  FILLER                 PIC X(19)  VALUE SPACES.
053200     05  IRF-PAYEES             PIC 9(08).
053300     05  FILLER                 PIC X(442) VALUE SPACES.
053400     05  IRF-SEQ                PIC 9(08).
053500     05  FILLER                 PIC X(243) VALUE SPACES.
053600
053700*----------------------------------------------------------------*
053800*  RECONCILIATION REPORT COMPONENTS                               *
053900*----------------------------------------------------------------*
054000 01  TAX-HEAD1.
054100     05  FILLER                 PIC X(01)  VALUE SPACES.
054200     05  FILLER                 PIC X(47)  VALUE
054300        ' HHA 1099 PAYMENT RECONCILIATION - TAX YEAR    '.
054400     05  TH1-TAX-YEAR           PIC X(04).
054500     05  FILLER                 PIC X(14)  VALUE '    RUN DATE  '.
054600     05  TH1-RUN-DATE           PIC X(08).
054700
054800 01  TAX-HEAD2.
054900     05  FILLER                 PIC X(01)  VALUE SPACES.
055000     05  FILLER                 PIC X(41)  VALUE
055100        'TIN       CCN     CLAIMS STATEMENT BASIS '.
055200     05  FILLER                 PIC X(47)  VALUE
055300        ' MONTHLY STMEXT      DIFFERENCE ADJ/CXL/REJ NET'.
055400     05  FILLER                 PIC X(37)  VALUE
055500        '      REPORTABLE        INTEREST NOTE'.
055600
055700 01  TAX-DETAIL-LINE.
055800     05  FILLER                 PIC X(01)  VALUE SPACES.
055900     05  TDL-TIN                PIC X(09).
056000     05  FILLER                 PIC X(01)  VALUE SPACES.
056100     05  TDL-CCN                PIC X(06).
056200     05  FILLER                 PIC X(01)  VALUE SPACES.
056300     05  TDL-CLAIMS             PIC ZZZ,ZZ9.
056400     05  FILLER                 PIC X(01)  VALUE SPACES.
056500     05  TDL-STMT               PIC -ZZZ,ZZZ,ZZ9.99.
056600     05  FILLER                 PIC X(01)  VALUE SPACES.
056700     05  TDL-STMEXT             PIC -ZZZ,ZZZ,ZZ9.99.
056800     05  FILLER                 PIC X(01)  VALUE SPACES.
056900     05  TDL-DIFF               PIC -ZZZ,ZZZ,ZZ9.99.
057000     05  FILLER                 PIC X(01)  VALUE SPACES.
057100     05  TDL-NETTING            PIC -ZZZ,ZZZ,ZZ9.99.
057200     05  FILLER                 PIC X(01)  VALUE SPACES.
057300     05  TDL-REPORTABLE         PIC -ZZZ,ZZZ,ZZ9.99.
057400     05  FILLER                 PIC X(01)  VALUE SPACES.
057500     05  TDL-INTEREST           PIC -ZZZ,ZZZ,ZZ9.99.
057600     05  FILLER                 PIC X(01)  VALUE SPACES.
057700     05  TDL-NOTE               PIC X(10).
057800
057900 01  TAX-TOT-LINE.
058000     05  FILLER                 PIC X(02)  VALUE SPACES.
058100     05  TTL-LABEL              PIC X(36).
058200     05  TTL-VALUE              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
058300     05  FILLER                 PIC X(02)  VALUE SPACES.
058400     05  TTL-COUNT              PIC ZZZ,ZZZ,ZZ9.
058500     05  FILLER                 PIC X(02)  VALUE SPACES.
058600     05  TTL-STATUS             PIC X(14).
058700
058800**--------------------------------------------------------------
058900 PROCEDURE  DIVISION.
059000
059100 0000-MAINLINE  SECTION.
059200*    A TEST-STAMPED OUTFILE MUST NEVER REACH THE IRS FROM A
059300*    PRODUCTION JOB - READ THIS JOB'S OWN MODE FIRST
059400     PERFORM 0900-GET-OWN-MODE THRU 0900-EXIT.
059500     PERFORM 0700-GET-PARMS THRU 0700-EXIT.
059600     PERFORM 0500-LOAD-PROVMSTR THRU 0500-EXIT.
059700     PERFORM 0550-LOAD-TINADDR THRU 0550-EXIT.
059800
059900     OPEN INPUT OUTFILE.
060000     PERFORM 1100-READ-OUTFILE THRU 1100-EXIT
060100             UNTIL EOF-OUT = 1.
060200     CLOSE OUTFILE.
060300
060400     PERFORM 1500-LOAD-STMEXT THRU 1500-EXIT.
060500
060600     OPEN OUTPUT TAXRPT.
060700
060800     SORT SORTFILE
060900          ON ASCENDING KEY SRT-TIN
061000                           SRT-CCN
061100          INPUT  PROCEDURE IS 2000-RELEASE-CCNS
061200          OUTPUT PROCEDURE IS 3000-WRITE-RECON.
061300
061400     PERFORM 4000-WRITE-IRS-FILE THRU 4000-EXIT.
061500     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
061600
061700     CLOSE TAXRPT.
061800
061900     DISPLAY '-- PROGRAM HH099213  VERSION  ===> ' HH099-VERSION.
062000     DISPLAY '-- TAX YEAR                   ===> ' PAY-TAX-YEAR.
062100     DISPLAY '-- OUTFILE DATASETS READ      ===> ' SEGMENT-CTR.
062200     DISPLAY '-- OUTFILE RECORDS READ       ===> ' OUTFILE-CTR.
062300     DISPLAY '-- INFORMATIONAL BILLS        ===> ' INFO-CTR.
062400     DISPLAY '-- PROVIDERS WITH ACTIVITY    ===> ' CCA-NEXT.
062500     DISPLAY '-- TAX IDS                    ===> ' TNT-NEXT.
062600     DISPLAY '-- 1099-MISC PAYEES           ===> ' MISC-PAYEE-CTR.
062700     DISPLAY '-- 1099-INT PAYEES            ===> ' INT-PAYEE-CTR.
062800     DISPLAY '-- IRSFILE RECORDS WRITTEN    ===> ' IRS-SEQ.
062900     DISPLAY '-- CCNS WITH NO USABLE TIN    ===> ' NO-TIN-CTR.
063000     DISPLAY '-- PAYEES WITH NO ADDRESS     ===> ' NO-ADDR-CTR.
063100     DISPLAY '-- CCNS NOT TIED TO STMEXT    ===> ' DIFF-CTR.
063200
063300     IF NO-TIN-CTR > 0 OR NO-ADDR-CTR > 0
063400         MOVE 4 TO RETURN-CODE.
063500     IF DIFF-CTR > 0
063600         DISPLAY '** HH099213 - STATEMENT BASIS DOES NOT TIE TO '
063700                 'STMEXT'
063800         MOVE 8 TO RETURN-CODE.
063900
064000     STOP RUN.
064100
064200*================================================================*
064300*    PROVIDER MASTER - CCN TO TIN                                *
064400*================================================================*
064500 0500-LOAD-PROVMSTR.
064600     OPEN INPUT PROVMSTR.
064700     PERFORM 0510-READ-PROVMSTR THRU 0510-EXIT
064800             UNTIL EOF-PVM = 1.
064900     CLOSE PROVMSTR.
065000 0500-EXIT.  EXIT.
065100
065200 0510-READ-PROVMSTR.
065300     READ PROVMSTR
065400          AT END   MOVE 1 TO EOF-PVM
065500                   GO TO 0510-EXIT.
065600     ADD 1 TO PVM-READ-CTR.
065700     IF PVT-NEXT < 5000
065800         ADD 1 TO PVT-NEXT
065900         SET PV1 TO PVT-NEXT
066000         MOVE PVM-CCN   TO PVT-CCN   (PV1)
066100         MOVE PVM-TIN   TO PVT-TIN   (PV1)
066200         MOVE PVM-NAME  TO PVT-NAME  (PV1)
066300         MOVE PVM-STATE TO PVT-STATE (PV1)
066400     ELSE
066500         DISPLAY '** PROVIDER MASTER TABLE FULL - ROW DROPPED '
066600                 PVM-CCN.
066700 0510-EXIT.  EXIT.
066800
066900*================================================================*
067000*    PAYEE MAILING ADDRESSES BY TIN                              *
067100*================================================================*
067200 0550-LOAD-TINADDR.
067300     OPEN INPUT TINADDR.
067400     IF TAD-STAT1 = '0' OR TAD-STAT1 = '9'
067500         PERFORM 0560-READ-TINADDR THRU 0560-EXIT
067600                 UNTIL EOF-TAD = 1
067700         CLOSE TINADDR.
067800 0550-EXIT.  EXIT.
067900
068000 0560-READ-TINADDR.
068100     READ TINADDR
068200          AT END   MOVE 1 TO EOF-TAD
068300                   GO TO 0560-EXIT.
068400     IF TAD-TIN (1:1) = '*' OR TAD-TIN = SPACES
068500         GO TO 0560-EXIT.
068600     ADD 1 TO TAD-READ-CTR.
068700     IF TAT-NEXT < 3000
068800         ADD 1 TO TAT-NEXT
068900         SET TA1 TO TAT-NEXT
069000         MOVE TAD-TIN   TO TAT-TIN   (TA1)
069100         MOVE TAD-NAME  TO TAT-NAME  (TA1)
069200         MOVE TAD-NAME2 TO TAT-NAME2 (TA1)
069300         MOVE TAD-ADDR  TO TAT-ADDR  (TA1)
069400         MOVE TAD-CITY  TO TAT-CITY  (TA1)
069500         MOVE TAD-STATE TO TAT-STATE (TA1)
069600         MOVE TAD-ZIP   TO TAT-ZIP   (TA1)
069700     ELSE
069800         DISPLAY '** TINADDR TABLE FULL - ROW DROPPED ' TAD-TIN.
069900 0560-EXIT.  EXIT.
070000
070100*================================================================*
070200*    PAYER AND TRANSMITTER CARDS - THE YR CARD IS REQUIRED       *
070300*================================================================*
070400 0700-GET-PARMS.
070500     ACCEPT TAX-CURR-DATE FROM DATE YYYYMMDD.
070600     OPEN INPUT TAXPARM.
070700     IF TPM-STAT1 = '0'
070800         PERFORM 0710-READ-PARM-CARD THRU 0710-EXIT
070900                 UNTIL EOF-TPM = 1
071000         CLOSE TAXPARM.
071100
071200     IF YR-CARD-SW = 0
071300        OR PAY-TAX-YEAR NOT NUMERIC
071400        OR PAY-TIN NOT NUMERIC
071500         DISPLAY '** HH099213 - TAXPARM HAS NO VALID YR CARD'
071600         DISPLAY '** TAX YEAR AND PAYER TIN REQUIRED - STOPPED'
071700         MOVE 16 TO RETURN-CODE
071800         STOP RUN.
071900     IF PAY-NAME = SPACES
072000         MOVE 'MEDICARE HOME HEALTH' TO PAY-NAME.
072100 0700-EXIT.  EXIT.
072200
072300 0710-READ-PARM-CARD.
072400     READ TAXPARM
072500          AT END   MOVE 1 TO EOF-TPM
072600                   GO TO 0710-EXIT.
072700     IF TPM-TYPE = 'YR'
072800         MOVE 1                  TO YR-CARD-SW
072900         MOVE TPM-TAX-YEAR       TO PAY-TAX-YEAR
073000         MOVE TPM-PAYER-TIN      TO PAY-TIN
073100         MOVE TPM-TCC            TO PAY-TCC
073200         IF TPM-MISC-THRESHOLD NUMERIC
073300            AND TPM-MISC-THRESHOLD-N > 0
073400             MOVE TPM-MISC-THRESHOLD-N TO PAY-MISC-THRESHOLD
073500         END-IF
073600         IF TPM-INT-THRESHOLD NUMERIC
073700            AND TPM-INT-THRESHOLD-N > 0
073800             MOVE TPM-INT-THRESHOLD-N  TO PAY-INT-THRESHOLD
073900         END-IF
074000         GO TO 0710-EXIT.
074100     IF TPM-TYPE = 'NM'
074200         MOVE TPM-TEXT (1:40)    TO PAY-NAME
074300         GO TO 0710-EXIT.
074400     IF TPM-TYPE = 'AD'
074500         MOVE TPM-TEXT (1:40)    TO PAY-ADDR
074600         GO TO 0710-EXIT.
074700     IF TPM-TYPE = 'CT'
074800         MOVE TPM-CITY           TO PAY-CITY
074900         MOVE TPM-STATE          TO PAY-STATE
075000         MOVE TPM-ZIP            TO PAY-ZIP
075100         GO TO 0710-EXIT.
075200     IF TPM-TYPE = 'CN'
075300         MOVE TPM-TEXT (1:40)    TO PAY-CONTACT
075400         GO TO 0710-EXIT.
075500     IF TPM-TYPE = 'PH'
075600         MOVE TPM-TEXT (1:15)    TO PAY-PHONE
075700         GO TO 0710-EXIT.
075800     IF TPM-TYPE = 'EM'
075900         MOVE TPM-TEXT (1:50)    TO PAY-EMAIL.
076000 0710-EXIT.  EXIT.
076100
076200 0900-GET-OWN-MODE.
076300     OPEN INPUT MODECARD.
076400     IF MDC-STAT1 = '0' OR MDC-STAT1 = '9'
076500         READ MODECARD
076600             AT END CONTINUE
076700         END-READ
076800         IF MDC-RUN-MODE = 'T'
076900             MOVE 'T' TO OWN-RUN-MODE
077000         END-IF
077100         CLOSE MODECARD.
077200 0900-EXIT.  EXIT.
077300
077400*================================================================*
077500*    READ THE YEAR'S OUTFILE LIBRARY - EVERY DATASET BALANCED TO *
077600*    ITS OWN TRAILER - AND ACCUMULATE EACH CLAIM INTO ITS CCN    *
077700*================================================================*
077800 1100-READ-OUTFILE.
077900     READ OUTFILE INTO HHA-OUT-DATA
078000          AT END   MOVE 1 TO EOF-OUT
078100                   PERFORM 1300-CHECK-EOF THRU 1300-EXIT
078200                   GO TO 1100-EXIT.
078300
078400     IF HHA-OUT-DATA (1:8) = 'HHOUTHDR'
078500        PERFORM 1150-TAKE-HEADER THRU 1150-EXIT
078600        GO TO 1100-EXIT.
078700
078800     IF HDR-SEEN-SW = 0
078900        DISPLAY '** HH099213 - OUTFILE HAS NO HEADER RECORD **'
079000        DISPLAY '** NOT A PRICED OUTFILE - STOPPED **'
079100        MOVE 16 TO RETURN-CODE
079200        STOP RUN.
079300
079400     IF HHA-OUT-DATA (1:8) = 'HHOUTTRL'
079500        PERFORM 1200-CHECK-TRAILER THRU 1200-EXIT
079600        GO TO 1100-EXIT.
079700
079800     ADD 1 TO OUTFILE-CTR.
079810     PERFORM 1100A-LIFT-VERSION-2 THRU 1100A-EXIT.
079900     ADD 1 TO VAL-COUNT.
080000     ADD HHA-TOTAL-PAYMENT   TO VAL-SUM-PAY.
080100     ADD HHA-OUTLIER-PAYMENT TO VAL-SUM-OUTL.
080200
080300     PERFORM 1400-FIND-CCN THRU 1400-EXIT.
080400
080500*    AN INFORMATIONAL NO-PAY BILL MOVES NO MONEY - COUNT IT AND
080600*    KEEP IT OUT OF THE STATEMENT BASIS, AS HHSTM213 DOES
080700     IF HHA-IS-INFORMATIONAL
080800         ADD 1 TO INFO-CTR
080900         ADD 1 TO CCA-INFO (CA1)
081000         GO TO 1100-EXIT.
081100
081200     ADD 1                  TO CCA-CLAIMS (CA1).
081300     ADD HHA-TOTAL-PAYMENT  TO CCA-STMT-TOTAL (CA1).
081400     ADD HHA-INTEREST-AMT   TO CCA-INTEREST (CA1).
081500
081600     MOVE 0 TO TAX-CLAIM-AMT.
081700     IF HHA-ADJ-IS-ADJUSTMENT OR HHA-ADJ-IS-CANCEL
081800         IF HHA-RTC-PAYABLE OR HHA-RTC-CANCELLED
081900             MOVE HHA-NET-ADJ-AMT TO TAX-CLAIM-AMT
082000         END-IF
082100     ELSE
082200         IF HHA-RTC-PAYABLE
082300             MOVE HHA-TOTAL-PAYMENT TO TAX-CLAIM-AMT.
082400     ADD TAX-CLAIM-AMT      TO CCA-REPORTABLE (CA1).
082500 1100-EXIT.  EXIT.
082505
082510*================================================================*
082515*    A VERSION 2 RECORD CARRIES NO VERSION 3 EXTENSION - LIFT    *
082520*    ONE FROM ITS VERSION 2 FIELDS SO BOTH LAYOUTS READ ALIKE    *
082525*================================================================*
082530 1100A-LIFT-VERSION-2.
082535     IF HHA-OUT-DATA (563:1) = '3'
082540         GO TO 1100A-EXIT.
082545     MOVE SPACES            TO HHA-V3-EXTENSION.
082550     MOVE HHA-PROV-NO       TO HHA-BILLED-PROV-NO.
082575     MOVE HHA-TOTAL-PAYMENT TO HHA-SEQ-PAYABLE-AMT.
082580     IF HHA-SEQUESTRATION-AMT NUMERIC
082585        AND HHA-SEQUESTRATION-AMT NOT > HHA-TOTAL-PAYMENT
082590         SUBTRACT HHA-SEQUESTRATION-AMT FROM HHA-SEQ-PAYABLE-AMT.
082595 1100A-EXIT.  EXIT.
082600
082700 1150-TAKE-HEADER.
082800     PERFORM 1250-CHECK-RUN-MODE THRU 1250-EXIT.
082900     ADD 1 TO SEGMENT-CTR.
083000     MOVE 1 TO HDR-SEEN-SW.
083100     MOVE 0 TO TRL-SEEN-SW.
083200     MOVE 0 TO VAL-COUNT.
083300     MOVE 0 TO VAL-SUM-PAY.
083400     MOVE 0 TO VAL-SUM-OUTL.
083500 1150-EXIT.  EXIT.
083600
083700 1200-CHECK-TRAILER.
083800     MOVE 1 TO TRL-SEEN-SW.
083900     MOVE HHA-OUT-DATA (1:650) TO VAL-TRL-REC.
084000     IF VAL-RECORD-COUNT NOT = VAL-COUNT
084100        OR VAL-TOTAL-PAY-SUM NOT = VAL-SUM-PAY
084200        OR VAL-OUTLIER-SUM NOT = VAL-SUM-OUTL
084300        DISPLAY '** HH099213 - OUTFILE TRAILER OUT OF BALANCE'
084400        DISPLAY '** DATASET ' SEGMENT-CTR
084500                ' TRAILER COUNT ' VAL-RECORD-COUNT
084600                ' READ ' VAL-COUNT
084700        MOVE 16 TO RETURN-CODE
084800        STOP RUN.
084900 1200-EXIT.  EXIT.
085000
085100 1250-CHECK-RUN-MODE.
085200     IF HHA-OUT-DATA (78:1) = 'T'
085300        AND OWN-RUN-MODE NOT = 'T'
085400         DISPLAY '** HH099213 - TEST-STAMPED OUTFILE REFUSED'
085500         DISPLAY '** THIS JOB IS NOT IN TEST MODE - STOPPED'
085600         MOVE 16 TO RETURN-CODE
085700         STOP RUN.
085800 1250-EXIT.  EXIT.
085900
086000 1300-CHECK-EOF.
086100     IF TRL-SEEN-SW = 0
086200        DISPLAY '** HH099213 - OUTFILE ENDED WITH NO TRAILER'
086300        MOVE 16 TO RETURN-CODE
086400        STOP RUN.
086500 1300-EXIT.  EXIT.
086600
086700 1400-FIND-CCN.
086800     SET CA1 TO 1.
086900     SEARCH CCA-DATA VARYING CA1
087000         AT END
087100             PERFORM 1410-INSERT-CCN THRU 1410-EXIT
087200         WHEN CA1 > CCA-NEXT
087300             PERFORM 1410-INSERT-CCN THRU 1410-EXIT
087400         WHEN CCA-CCN (CA1) = HHA-PROV-NO
087500             CONTINUE
087600     END-SEARCH.
087700 1400-EXIT.  EXIT.
087800
087900*    A NEW CCN TAKES ITS TIN FROM THE MASTER.  ONE MISSING OR NOT
088000*    NINE DIGITS IS CARRIED UNDER A BLANK TIN - ITS PAYMENTS ARE
088100*    RECONCILED BUT CANNOT BE FILED
088200 1410-INSERT-CCN.
088300     IF CCA-NEXT NOT < 5000
088400         DISPLAY '** CCN TABLE FULL - SET TO ENTRY 1'
088500         SET CA1 TO 1
088600         GO TO 1410-EXIT.
088700     ADD 1 TO CCA-NEXT.
088800     SET CA1 TO CCA-NEXT.
088900     INITIALIZE CCA-DATA (CA1).
089000     MOVE HHA-PROV-NO TO CCA-CCN (CA1).
089100
089200     SET PV1 TO 1.
089300     SEARCH PVT-DATA VARYING PV1
089400         AT END
089500             MOVE 'NOT ON MST' TO CCA-TIN-NOTE (CA1)
089600         WHEN PV1 > PVT-NEXT
089700             MOVE 'NOT ON MST' TO CCA-TIN-NOTE (CA1)
089800         WHEN PVT-CCN (PV1) = HHA-PROV-NO
089900             MOVE PVT-NAME (PV1)  TO CCA-NAME (CA1)
090000             MOVE PVT-STATE (PV1) TO CCA-STATE (CA1)
090100             IF PVT-TIN (PV1) = SPACES
090200                 MOVE 'NO TIN'     TO CCA-TIN-NOTE (CA1)
090300             ELSE
090400                 IF PVT-TIN (PV1) NUMERIC
090500                     MOVE PVT-TIN (PV1) TO CCA-TIN (CA1)
090600                 ELSE
090700                     MOVE 'BAD TIN' TO CCA-TIN-NOTE (CA1)
090800                 END-IF
090900             END-IF
091000     END-SEARCH.
091100     IF CCA-TIN (CA1) = SPACES
091200         ADD 1 TO NO-TIN-CTR.
091300 1410-EXIT.  EXIT.
091400
091500*================================================================*
091600*    THE YEAR'S MONTHLY STATEMENT TOTALS, BY CCN                 *
091700*================================================================*
091800 1500-LOAD-STMEXT.
091900     OPEN INPUT STMEXT.
092000     IF STI-STAT1 = '0'
092100         MOVE 1 TO STMEXT-SW
092200         PERFORM 1600-READ-STMEXT THRU 1600-EXIT
092300                 UNTIL EOF-STI = 1
092400         CLOSE STMEXT.
092500     IF STI-READ-CTR = 0
092600         MOVE 0 TO STMEXT-SW.
092700 1500-EXIT.  EXIT.
092800
092900 1600-READ-STMEXT.
093000     READ STMEXT
093100          AT END   MOVE 1 TO EOF-STI
093200                   GO TO 1600-EXIT.
093300     IF STI-PROV = SPACES
093400         GO TO 1600-EXIT.
093500     ADD 1 TO STI-READ-CTR.
093600     IF STI-TOTAL-WHOLE NUMERIC AND STI-TOTAL-CENTS NUMERIC
093700         COMPUTE TAX-STMEXT-AMT =
093800                 STI-TOTAL-WHOLE + STI-TOTAL-CENTS / 100
093900     ELSE
094000         DISPLAY '** STMEXT TOTAL NOT NUMERIC - CCN ' STI-PROV
094100         MOVE 0 TO TAX-STMEXT-AMT.
094200
094300*    A CCN WITH A STATEMENT BUT NOTHING IN THE LIBRARY STILL GETS
094400*    A ROW, SO THE MISSING MONTHS SHOW AS A DIFFERENCE
094500     MOVE STI-PROV TO HHA-PROV-NO.
094600     PERFORM 1400-FIND-CCN THRU 1400-EXIT.
094700     ADD TAX-STMEXT-AMT TO CCA-STMEXT-TOTAL (CA1).
094800 1600-EXIT.  EXIT.
094900
095000*================================================================*
095100*    ONE SORT RECORD PER CCN, BY TIN THEN CCN                    *
095200*================================================================*
095300 2000-RELEASE-CCNS  SECTION.
095400
095500     IF CCA-NEXT = 0
095600         GO TO 2000-DONE.
095700     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
095800             VARYING CA1 FROM 1 BY 1
095900               UNTIL CA1 > CCA-NEXT.
096000     GO TO 2000-DONE.
096100
096200 2100-RELEASE-ONE.
096300     MOVE CCA-TIN (CA1) TO SRT-TIN.
096400     MOVE CCA-CCN (CA1) TO SRT-CCN.
096500     SET SRT-SUB        TO CA1.
096600     RELEASE SORT-REC.
096700 2100-EXIT.  EXIT.
096800
096900 2000-DONE.
097000     EXIT.
097100
097200*================================================================*
097300*    RECONCILIATION BY TIN AND CCN - EACH TIN'S TOTAL DECIDES    *
097400*    WHICH 1099 GROUPS IT IS FILED IN                            *
097500*================================================================*
097600 3000-WRITE-RECON  SECTION.
097700
097800     MOVE 0 TO EOF-SRT.
097900     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
098000             UNTIL EOF-SRT = 1.
098100     IF TIN-OPEN
098200         PERFORM 3400-CLOSE-TIN THRU 3400-EXIT.
098300     GO TO 3000-DONE.
098400
098500 3100-RETURN-ONE.
098600     RETURN SORTFILE
098700          AT END   MOVE 1 TO EOF-SRT
098800                   GO TO 3100-EXIT.
098900
099000     SET CA1 TO SRT-SUB.
099100     IF NOT TIN-OPEN
099200        OR SRT-TIN NOT = TAX-PREV-TIN
099300         IF TIN-OPEN
099400             PERFORM 3400-CLOSE-TIN THRU 3400-EXIT
099500         END-IF
099600         PERFORM 3200-OPEN-TIN THRU 3200-EXIT.
099700
099800     PERFORM 3300-WRITE-CCN-LINE THRU 3300-EXIT.
099900 3100-EXIT.  EXIT.
100000
100100 3200-OPEN-TIN.
100200     MOVE 1                  TO TIN-OPEN-SW.
100300     MOVE SRT-TIN            TO TAX-PREV-TIN.
100400     INITIALIZE TIN-TOTALS.
100500     MOVE CCA-CCN (CA1)      TO TTT-FIRST-CCN.
100600     MOVE CCA-NAME (CA1)     TO TTT-NAME.
100700     MOVE CCA-STATE (CA1)    TO TTT-STATE.
100800     IF TAX-LINE-CTR > 52
100900         PERFORM 3500-RECON-HEADINGS THRU 3500-EXIT.
101000 3200-EXIT.  EXIT.
101100
101200 3300-WRITE-CCN-LINE.
101300     IF TTT-NAME = SPACES
101400         MOVE CCA-NAME (CA1)  TO TTT-NAME
101500         MOVE CCA-STATE (CA1) TO TTT-STATE.
101600
101700     MOVE CCA-TIN-NOTE (CA1) TO TAX-NOTE.
101800     IF STMEXT-SUPPLIED
101900         COMPUTE TAX-DIFF-AMT = CCA-STMT-TOTAL (CA1)
102000                              - CCA-STMEXT-TOTAL (CA1)
102100     ELSE
102200         MOVE 0 TO TAX-DIFF-AMT.
102300     IF TAX-DIFF-AMT NOT = 0
102400         ADD 1 TO DIFF-CTR
102500         IF TAX-NOTE = SPACES
102600             MOVE 'STMT DIFF' TO TAX-NOTE.
102700
102800     ADD CCA-CLAIMS (CA1)       TO TTT-CLAIMS.
102900     ADD CCA-STMT-TOTAL (CA1)   TO TTT-STMT-TOTAL.
103000     ADD CCA-STMEXT-TOTAL (CA1) TO TTT-STMEXT-TOTAL.
103100     ADD TAX-DIFF-AMT           TO TTT-DIFF.
103200     ADD CCA-REPORTABLE (CA1)   TO TTT-REPORTABLE.
103300     ADD CCA-INTEREST (CA1)     TO TTT-INTEREST.
103400     COMPUTE TTT-NETTING = TTT-REPORTABLE - TTT-STMT-TOTAL.
103500
103600     IF TAX-LINE-CTR > 56
103700         PERFORM 3500-RECON-HEADINGS THRU 3500-EXIT.
103800     MOVE CCA-TIN (CA1)         TO TDL-TIN.
103900     MOVE CCA-CCN (CA1)         TO TDL-CCN.
104000     MOVE CCA-CLAIMS (CA1)      TO TDL-CLAIMS.
104100     MOVE CCA-STMT-TOTAL (CA1)  TO TDL-STMT.
104200     IF STMEXT-SUPPLIED
104300         MOVE CCA-STMEXT-TOTAL (CA1) TO TDL-STMEXT
104400     ELSE
104500         MOVE 0                 TO TDL-STMEXT.
104600     MOVE TAX-DIFF-AMT          TO TDL-DIFF.
104700     COMPUTE TDL-NETTING = CCA-REPORTABLE (CA1)
104800                         - CCA-STMT-TOTAL (CA1).
104900     MOVE CCA-REPORTABLE (CA1)  TO TDL-REPORTABLE.
105000     MOVE CCA-INTEREST (CA1)    TO TDL-INTEREST.
105100     MOVE TAX-NOTE              TO TDL-NOTE.
105200     WRITE TAXRPT-LINE FROM TAX-DETAIL-LINE
105300                            AFTER ADVANCING 1.
105400     IF TXR-STAT1 > 0 DISPLAY ' BADT WRITE ON TAXRPT FILE'.
105500     ADD 1 TO TAX-LINE-CTR.
105600 3300-EXIT.  EXIT.
105700
105800*    THE TIN SUBTOTAL, THEN THE FILING DECISION - A BLANK TIN IS
105900*    NEVER FILED, A NET NEGATIVE OR AMOUNT UNDER THE THRESHOLD
106000*    IS NOT REPORTABLE FOR THAT FORM
106100 3400-CLOSE-TIN.
106200     MOVE 0 TO TIN-OPEN-SW.
106300     ADD TTT-CLAIMS       TO GRD-CLAIMS.
106400     ADD TTT-STMT-TOTAL   TO GRD-STMT-TOTAL.
106500     ADD TTT-STMEXT-TOTAL TO GRD-STMEXT-TOTAL.
106600     ADD TTT-DIFF         TO GRD-DIFF.
106700     ADD TTT-NETTING      TO GRD-NETTING.
106800     ADD TTT-REPORTABLE   TO GRD-REPORTABLE.
106900     ADD TTT-INTEREST     TO GRD-INTEREST.
107000
107100     MOVE SPACES TO TAX-NOTE.
107200     IF TAX-PREV-TIN = SPACES
107300         ADD TTT-REPORTABLE TO GRD-NO-TIN
107400         ADD TTT-INTEREST   TO GRD-NO-TIN-INT
107500         MOVE 'NOT FILED' TO TAX-NOTE
107600     ELSE
107700         PERFORM 3410-STORE-TIN THRU 3410-EXIT.
107800
107900     MOVE TAX-PREV-TIN      TO TDL-TIN.
108000     MOVE 'TOTAL '          TO TDL-CCN.
108100     MOVE TTT-CLAIMS        TO TDL-CLAIMS.
108200     MOVE TTT-STMT-TOTAL    TO TDL-STMT.
108300     IF STMEXT-SUPPLIED
108400         MOVE TTT-STMEXT-TOTAL TO TDL-STMEXT
108500     ELSE
108600         MOVE 0             TO TDL-STMEXT.
108700     MOVE TTT-DIFF          TO TDL-DIFF.
108800     MOVE TTT-NETTING       TO TDL-NETTING.
108900     MOVE TTT-REPORTABLE    TO TDL-REPORTABLE.
109000     MOVE TTT-INTEREST      TO TDL-INTEREST.
109100     MOVE TAX-NOTE          TO TDL-NOTE.
109200     WRITE TAXRPT-LINE FROM TAX-DETAIL-LINE
109300                            AFTER ADVANCING 1.
109400     MOVE SPACES TO TAXRPT-LINE.
109500     WRITE TAXRPT-LINE AFTER ADVANCING 1.
109600     ADD 2 TO TAX-LINE-CTR.
109700 3400-EXIT.  EXIT.
109800
109900 3410-STORE-TIN.
110000     IF TNT-NEXT NOT < 3000
110100         DISPLAY '** TIN TABLE FULL - NOT FILED ' TAX-PREV-TIN
110200         ADD TTT-REPORTABLE TO GRD-NO-TIN
110300         ADD TTT-INTEREST   TO GRD-NO-TIN-INT
110400         MOVE 'NOT FILED' TO TAX-NOTE
110500         GO TO 3410-EXIT.
110600     ADD 1 TO TNT-NEXT.
110700     SET TN1 TO TNT-NEXT.
110800     MOVE TAX-PREV-TIN      TO TNT-TIN (TN1).
110900     MOVE TTT-FIRST-CCN     TO TNT-FIRST-CCN (TN1).
111000     MOVE TTT-REPORTABLE    TO TNT-REPORTABLE (TN1).
111100     MOVE TTT-INTEREST      TO TNT-INTEREST (TN1).
111200     MOVE 'N'               TO TNT-MISC-SW (TN1).
111300     MOVE 'N'               TO TNT-INT-SW (TN1).
111400
111500     IF TTT-REPORTABLE NOT < PAY-MISC-THRESHOLD
111600         MOVE 'Y' TO TNT-MISC-SW (TN1)
111700         ADD 1 TO MISC-PAYEE-CTR
111800         ADD TTT-REPORTABLE TO GRD-MISC-FILED
111900     ELSE
112000         ADD TTT-REPORTABLE TO GRD-UNDER-MISC
112100         MOVE 'UNDER THR' TO TAX-NOTE.
112200     IF TTT-INTEREST NOT < PAY-INT-THRESHOLD
112300         MOVE 'Y' TO TNT-INT-SW (TN1)
112400         ADD 1 TO INT-PAYEE-CTR
112500         ADD TTT-INTEREST TO GRD-INT-FILED
112600     ELSE
112700         ADD TTT-INTEREST TO GRD-UNDER-INT.
112800
112900     PERFORM 3420-FIND-ADDRESS THRU 3420-EXIT.
113000 3410-EXIT.  EXIT.
113100
113200 3420-FIND-ADDRESS.
113300     SET TA1 TO 1.
113400     SEARCH TAT-DATA VARYING TA1
113500         AT END
113600             PERFORM 3430-NO-ADDRESS THRU 3430-EXIT
113700         WHEN TA1 > TAT-NEXT
113800             PERFORM 3430-NO-ADDRESS THRU 3430-EXIT
113900         WHEN TAT-TIN (TA1) = TAX-PREV-TIN
114000             MOVE TAT-NAME (TA1)  TO TNT-NAME (TN1)
114100             MOVE TAT-NAME2 (TA1) TO TNT-NAME2 (TN1)
114200             MOVE TAT-ADDR (TA1)  TO TNT-ADDR (TN1)
114300             MOVE TAT-CITY (TA1)  TO TNT-CITY (TN1)
114400             MOVE TAT-STATE (TA1) TO TNT-STATE (TN1)
114500             MOVE TAT-ZIP (TA1)   TO TNT-ZIP (TN1)
114600     END-SEARCH.
114700 3420-EXIT.  EXIT.
114800
114900*    FILED UNDER THE MASTER NAME AND STATE; ONLY A PAYEE THAT IS
115000*    ACTUALLY FILED COUNTS AGAINST THE RETURN CODE
115100 3430-NO-ADDRESS.
115200     MOVE TTT-NAME          TO TNT-NAME (TN1).
115300     MOVE SPACES            TO TNT-NAME2 (TN1).
115400     MOVE SPACES            TO TNT-ADDR (TN1).
115500     MOVE SPACES            TO TNT-CITY (TN1).
115600     MOVE TTT-STATE         TO TNT-STATE (TN1).
115700     MOVE SPACES            TO TNT-ZIP (TN1).
115800     IF TNT-FILE-MISC (TN1) OR TNT-FILE-INT (TN1)
115900         ADD 1 TO NO-ADDR-CTR
116000         MOVE 'NO ADDRESS' TO TAX-NOTE.
116100 3430-EXIT.  EXIT.
116200
116300 3500-RECON-HEADINGS.
116400     MOVE PAY-TAX-YEAR  TO TH1-TAX-YEAR.
116500     MOVE TAX-CURR-DATE TO TH1-RUN-DATE.
116600     WRITE TAXRPT-LINE FROM TAX-HEAD1
116700                            AFTER ADVANCING PAGE.
116800     WRITE TAXRPT-LINE FROM TAX-HEAD2
116900                            AFTER ADVANCING 2.
117000     MOVE ALL '-' TO TAXRPT-LINE.
117100     WRITE TAXRPT-LINE AFTER ADVANCING 1.
117200     MOVE 4 TO TAX-LINE-CTR.
117300 3500-EXIT.  EXIT.
117400
117500 3000-DONE.
117600     EXIT.
117700
117800*================================================================*
117900*    THE IRS TRANSMISSION - T, THEN A / B... / C FOR EACH FORM   *
118000*    WITH PAYEES, THEN F                                         *
118100*================================================================*
118200 4000-IRS-FILE  SECTION.
118300
118400 4000-WRITE-IRS-FILE.
118500     OPEN OUTPUT IRSFILE.
118600
118700     MOVE PAY-TAX-YEAR      TO IRT-YEAR.
118800     MOVE PAY-TIN           TO IRT-TIN.
118900     MOVE PAY-TCC           TO IRT-TCC.
119000     IF OWN-RUN-MODE = 'T'
119100         MOVE 'T'           TO IRT-TEST-IND.
119200     MOVE PAY-NAME          TO IRT-NAME.
119300     MOVE PAY-NAME          TO IRT-CO-NAME.
119400     MOVE PAY-ADDR          TO IRT-CO-ADDR.
119500     MOVE PAY-CITY          TO IRT-CO-CITY.
119600     MOVE PAY-STATE         TO IRT-CO-STATE.
119700     MOVE PAY-ZIP           TO IRT-CO-ZIP.
119800     COMPUTE IRT-PAYEES = MISC-PAYEE-CTR + INT-PAYEE-CTR.
119900     MOVE PAY-CONTACT       TO IRT-CONTACT.
120000     MOVE PAY-PHONE         TO IRT-PHONE.
120100     MOVE PAY-EMAIL         TO IRT-EMAIL.
120200     ADD 1 TO IRS-SEQ.
120300     MOVE IRS-SEQ           TO IRT-SEQ.
120400     WRITE IRSFILE-REC FROM IRS-T-REC.
120500     IF IRS-STAT1 > 0 DISPLAY ' BADI WRITE ON IRSFILE FILE'.
120600
120700     IF MISC-PAYEE-CTR > 0
120800         MOVE 'A '          TO IRA-RETURN-TYPE
120900         MOVE '6'           TO IRA-AMOUNT-CODES
121000         PERFORM 4200-WRITE-A THRU 4200-EXIT
121100         PERFORM 4300-WRITE-MISC-B THRU 4300-EXIT
121200                 VARYING TN1 FROM 1 BY 1
121300                   UNTIL TN1 > TNT-NEXT
121400         MOVE MISC-PAYEE-CTR TO IRC-PAYEES
121500         PERFORM 4400-WRITE-C THRU 4400-EXIT.
121600
121700     IF INT-PAYEE-CTR > 0
121800         MOVE '6 '          TO IRA-RETURN-TYPE
121900         MOVE '1'           TO IRA-AMOUNT-CODES
122000         PERFORM 4200-WRITE-A THRU 4200-EXIT
122100         PERFORM 4350-WRITE-INT-B THRU 4350-EXIT
122200                 VARYING TN1 FROM 1 BY 1
122300                   UNTIL TN1 > TNT-NEXT
122400         MOVE INT-PAYEE-CTR TO IRC-PAYEES
122500         PERFORM 4400-WRITE-C THRU 4400-EXIT.
122600
122700     MOVE A-REC-CTR         TO IRF-A-RECORDS.
122800     COMPUTE IRF-PAYEES = MISC-PAYEE-CTR + INT-PAYEE-CTR.
122900     ADD 1 TO IRS-SEQ.
123000     MOVE IRS-SEQ           TO IRF-SEQ.
123100     WRITE IRSFILE-REC FROM IRS-F-REC.
123200     IF IRS-STAT1 > 0 DISPLAY ' BADI WRITE ON IRSFILE FILE'.
123300
123400     CLOSE IRSFILE.
123500 4000-EXIT.  EXIT.
123600
123700*    EACH PAYER GROUP STARTS WITH ITS CONTROL TOTALS CLEARED
123800 4200-WRITE-A.
123900     ADD 1 TO A-REC-CTR.
124000     MOVE PAY-TAX-YEAR      TO IRA-YEAR.
124100     MOVE PAY-TIN           TO IRA-TIN.
124200     MOVE PAY-NAME          TO IRA-NAME.
124300     MOVE PAY-ADDR          TO IRA-ADDR.
124400     MOVE PAY-CITY          TO IRA-CITY.
124500     MOVE PAY-STATE         TO IRA-STATE.
124600     MOVE PAY-ZIP           TO IRA-ZIP.
124700     MOVE PAY-PHONE         TO IRA-PHONE.
124800     ADD 1 TO IRS-SEQ.
124900     MOVE IRS-SEQ           TO IRA-SEQ.
125000     WRITE IRSFILE-REC FROM IRS-A-REC.
125100     IF IRS-STAT1 > 0 DISPLAY ' BADI WRITE ON IRSFILE FILE'.
125200     MOVE 1 TO IRS-AMOUNT-SUB.
125300     PERFORM 4250-CLEAR-C-TOTAL THRU 4250-EXIT 18 TIMES.
125400 4200-EXIT.  EXIT.
125500
125600 4250-CLEAR-C-TOTAL.
125700     MOVE 0 TO IRC-TOTAL (IRS-AMOUNT-SUB).
125800     ADD 1 TO IRS-AMOUNT-SUB.
125900 4250-EXIT.  EXIT.
126000
126100 4300-WRITE-MISC-B.
126200     IF NOT TNT-FILE-MISC (TN1)
126300         GO TO 4300-EXIT.
126400     PERFORM 4500-BUILD-B THRU 4500-EXIT.
126500     MOVE TNT-REPORTABLE (TN1) TO IRB-AMOUNT (6).
126600     ADD TNT-REPORTABLE (TN1)  TO IRC-TOTAL (6).
126700     PERFORM 4600-PUT-B THRU 4600-EXIT.
126800 4300-EXIT.  EXIT.
126900
127000 4350-WRITE-INT-B.
127100     IF NOT TNT-FILE-INT (TN1)
127200         GO TO 4350-EXIT.
127300     PERFORM 4500-BUILD-B THRU 4500-EXIT.
127400     MOVE TNT-INTEREST (TN1)   TO IRB-AMOUNT (1).
127500     ADD TNT-INTEREST (TN1)    TO IRC-TOTAL (1).
127600     PERFORM 4600-PUT-B THRU 4600-EXIT.
127700 4350-EXIT.  EXIT.
127800
127900 4400-WRITE-C.
128000     ADD 1 TO IRS-SEQ.
128100     MOVE IRS-SEQ           TO IRC-SEQ.
128200     WRITE IRSFILE-REC FROM IRS-C-REC.
128300     IF IRS-STAT1 > 0 DISPLAY ' BADI WRITE ON IRSFILE FILE'.
128400 4400-EXIT.  EXIT.
128500
128600 4500-BUILD-B.
128700     MOVE PAY-TAX-YEAR        TO IRB-YEAR.
128800     MOVE TNT-TIN (TN1)       TO IRB-TIN.
128900     MOVE TNT-FIRST-CCN (TN1) TO IRB-ACCOUNT.
129000     MOVE TNT-NAME (TN1)      TO IRB-NAME.
129100     MOVE TNT-NAME2 (TN1)     TO IRB-NAME2.
129200     MOVE TNT-ADDR (TN1)      TO IRB-ADDR.
129300     MOVE TNT-CITY (TN1)      TO IRB-CITY.
129400     MOVE TNT-STATE (TN1)     TO IRB-STATE.
129500     MOVE TNT-ZIP (TN1)       TO IRB-ZIP.
129600     MOVE 1 TO IRS-AMOUNT-SUB.
129700     PERFORM 4550-CLEAR-B-AMOUNT THRU 4550-EXIT 18 TIMES.
129800 4500-EXIT.  EXIT.
129900
130000 4550-CLEAR-B-AMOUNT.
130100     MOVE 0 TO IRB-AMOUNT (IRS-AMOUNT-SUB).
130200     ADD 1 TO IRS-AMOUNT-SUB.
130300 4550-EXIT.  EXIT.
130400
130500 4600-PUT-B.
130600     ADD 1 TO IRS-SEQ.
130700     MOVE IRS-SEQ           TO IRB-SEQ.
130800     WRITE IRSFILE-REC FROM IRS-B-REC.
130900     IF IRS-STAT1 > 0 DISPLAY ' BADI WRITE ON IRSFILE FILE'.
131000 4600-EXIT.  EXIT.
131100
131200*================================================================*
131300*    YEAR TOTALS - STATEMENT BASIS TO STMEXT, AND STATEMENT      *
131400*    BASIS TO WHAT WAS FILED                                     *
131500*================================================================*
131600 5000-WRITE-TOTALS.
131700     IF TAX-LINE-CTR > 40
131800         PERFORM 3500-RECON-HEADINGS THRU 3500-EXIT.
131900     MOVE SPACES TO TAXRPT-LINE.
132000     WRITE TAXRPT-LINE AFTER ADVANCING 2.
132100
132200     MOVE 'INFORMATIONAL NO-PAY BILLS (COUNT)' TO TTL-LABEL.
132300     MOVE 0              TO TTL-VALUE.
132400     MOVE INFO-CTR       TO TTL-COUNT.
132500     MOVE SPACES         TO TTL-STATUS.
132600     PERFORM 5100-WRITE-TOT-LINE THRU 5100-EXIT.
132700
132800     MOVE 'STATEMENT BASIS (OUTFILE LIBRARY)' TO TTL-LABEL.
132900     MOVE GRD-STMT-TOTAL TO TTL-VALUE.
133000     MOVE GRD-CLAIMS     TO TTL-COUNT.
133100     MOVE SPACES         TO TTL-STATUS.
133200     PERFORM 5100-WRITE-TOT-LINE THRU 5100-EXIT.
133300
133400     MOVE 'MONTHLY STATEMENTS (STMEXT)' TO TTL-LABEL.
133500     MOVE GRD-STMEXT-TOTAL TO TTL-VALUE.
133600     MOVE STI-READ-CTR   TO TTL-COUNT.
133700     IF NOT STMEXT-SUPPLIED
133800         MOVE 'NOT SUPPLIED' TO TTL-STATUS
133900     ELSE
134000         IF DIFF-CTR = 0
134100             MOVE 'BALANCED'   TO TTL-STATUS
134200         ELSE
134300             MOVE 'OUT OF BAL' TO TTL-STATUS.
134400     PERFORM 5100-WRITE-TOT-LINE THRU 5100-EXIT.
134500
134600     MOVE 'ADJUSTMENT/CANCEL/REJECT NETTING' TO TTL-LABEL.
134700     MOVE GRD-NETTING    TO TTL-VALUE.
134800     MOVE 0              TO TTL-COUNT.
134900     MOVE SPACES         TO TTL-STATUS.
135000     PERFORM 5100-WRITE-TOT-LINE THRU 5100-EXIT.
135100
135200     MOVE 'REPORTABLE PAYMENTS' TO TTL-LABEL.
135300     MOVE GRD-REPORTABLE TO TTL-VALUE.
135400     MOVE TNT-NEXT       TO TTL-COUNT.
135500     MOVE SPACES         TO TTL-STATUS.
135600     PERFORM 5100-WRITE-TOT-LINE THRU 5100-EXIT.
135700
135800     MOVE '  NOT FILED - NO USABLE TIN' TO TTL-LABEL.
135900     MOVE GRD-NO-TIN     TO TTL-VALUE.
136000     MOVE NO-TIN-CTR     TO TTL-COUNT.
136100     PERFORM 5100-WRITE-TOT-LINE THRU 5100-EXIT.
136200
136300     MOVE '  NOT FILED - UNDER THRESHOLD' TO TTL-LABEL.
136400     MOVE GRD-UNDER-MISC TO TTL-VALUE.
136500     COMPUTE TTL-COUNT = TNT-NEXT - MISC-PAYEE-CTR.
136600     PERFORM 5100-WRITE-TOT-LINE THRU 5100-EXIT.
136700
136800     MOVE '  FILED ON 1099-MISC' TO TTL-LABEL.
136900     MOVE GRD-MISC-FILED TO TTL-VALUE.
137000     MOVE MISC-PAYEE-CTR TO TTL-COUNT.
137100     IF GRD-REPORTABLE = GRD-NO-TIN + GRD-UNDER-MISC
137200                       + GRD-MISC-FILED
137300         MOVE 'BALANCED'   TO TTL-STATUS
137400     ELSE
137500         MOVE 'OUT OF BAL' TO TTL-STATUS.
137600     PERFORM 5100-WRITE-TOT-LINE THRU 5100-EXIT.
137700
137800     MOVE SPACES TO TAXRPT-LINE.
137900     WRITE TAXRPT-LINE AFTER ADVANCING 1.
138000     MOVE 'INTEREST PAID' TO TTL-LABEL.
138100     MOVE GRD-INTEREST   TO TTL-VALUE.
138200     MOVE 0              TO TTL-COUNT.
138300     MOVE SPACES         TO TTL-STATUS.
138400     PERFORM 5100-WRITE-TOT-LINE THRU 5100-EXIT.
138500
138600     MOVE '  NOT FILED - NO USABLE TIN' TO TTL-LABEL.
138700     MOVE GRD-NO-TIN-INT TO TTL-VALUE.
138800     PERFORM 5100-WRITE-TOT-LINE THRU 5100-EXIT.
138900
139000     MOVE '  NOT FILED - UNDER THRESHOLD' TO TTL-LABEL.
139100     MOVE GRD-UNDER-INT  TO TTL-VALUE.
139200     COMPUTE TTL-COUNT = TNT-NEXT - INT-PAYEE-CTR.
139300     PERFORM 5100-WRITE-TOT-LINE THRU 5100-EXIT.
139400
139500     MOVE '  FILED ON 1099-INT' TO TTL-LABEL.
139600     MOVE GRD-INT-FILED  TO TTL-VALUE.
139700     MOVE INT-PAYEE-CTR  TO TTL-COUNT.
139800     IF GRD-INTEREST = GRD-NO-TIN-INT + GRD-UNDER-INT
139900                     + GRD-INT-FILED
140000         MOVE 'BALANCED'   TO TTL-STATUS
140100     ELSE
140200         MOVE 'OUT OF BAL' TO TTL-STATUS.
140300     PERFORM 5100-WRITE-TOT-LINE THRU 5100-EXIT.
140400 5000-EXIT.  EXIT.
140500
140600 5100-WRITE-TOT-LINE.
140700     WRITE TAXRPT-LINE FROM TAX-TOT-LINE
140800                            AFTER ADVANCING 1.
140900     IF TXR-STAT1 > 0 DISPLAY ' BADT WRITE ON TAXRPT FILE'.
141000     ADD 1 TO TAX-LINE-CTR.
141100 5100-EXIT.  EXIT.
