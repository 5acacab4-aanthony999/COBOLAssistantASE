000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHESC213.
000300
000400*----------------------------------------------------------------*
000500*  PROVIDER PAYMENT SUSPENSION - ESCROW CYCLE                     *
000600*                                                                 *
000700*  WHEN CMS OR THE PROGRAM-INTEGRITY CONTRACTOR SUSPENDS AN       *
000800*  AGENCY'S PAYMENTS ON A CREDIBLE ALLEGATION OF FRAUD, ITS       *
000900*  CLAIMS ARE STILL PRICED AND ACCEPTED IN FULL BUT NOTHING IS    *
001000*  PAID OUT.  THIS STEP RUNS AFTER THE PAYMENT-FLOOR QUEUE        *
001100*  (HHPFQ213) AND AHEAD OF THE REMITTANCE, 835 AND EFT STEPS.     *
001200*  EVERY RELEASED CLAIM THAT WOULD DISBURSE CASH FOR A PROVIDER   *
001300*  WITH A SUSPENSION IN FORCE ON THE CYCLE DATE IS TAKEN OUT OF   *
001400*  THE STREAM AND PARKED, WHOLE AND AS PRICED, ON THE CROSS-RUN   *
001500*  ESCROW LEDGER UNDER ITS SUSPENSION CASE.  THE PROVIDER         *
001600*  MASTER SANCTION FLAG (RTC 92) IS NOT USED FOR THIS - IT        *
001700*  REJECTS THE CLAIM OUTRIGHT.                                    *
001800*                                                                 *
001900*  A LIFT TRANSACTION CLOSES A CASE:                              *
002000*    R - RELEASE.  EVERY ESCROWED CLAIM GOES BACK INTO THIS       *
002100*        CYCLE'S REMITTANCE STREAM AND IS PAID AS PRICED.         *
002200*    F - CLOSED WITH AN OVERPAYMENT FINDING.  THE ESCROWED        *
002300*        MONEY IS APPLIED TO THE OVERPAYMENT AS RECOUPMENT -      *
002400*        EACH CLAIM IS RELEASED WITH THE AMOUNT APPLIED ADDED     *
002500*        TO ITS HHA-OFFSET-APPLIED-AMT, EXACTLY AS HHMGR213       *
002600*        WITHHOLDS AGAINST THE OFFSET LEDGER, SO THE 835 AND      *
002700*        EFT STEPS SHOW IT AS AN OFFSET.  ANY OVERPAYMENT THE     *
002800*        ESCROW DOES NOT COVER IS POSTED TO THE PROVIDER'S        *
002900*        OVERPAYMENT OFFSET LEDGER FOR RECOVERY FROM FUTURE       *
003000*        CLAIMS; ANY ESCROW LEFT OVER IS PAID TO THE PROVIDER.    *
003100*  A LIFTED CASE STAYS ON THE LEDGER, CLOSED, FOR AS LONG AS      *
003200*  ITS SUSPENSION ROW REMAINS ON PSUSFILE, SO A ROW LEFT OPEN     *
003300*  BY MISTAKE CANNOT START ESCROWING AGAIN.                       *
003400*                                                                 *
003500*  ESCROWED AMOUNT = WHAT THE CLAIM WOULD HAVE DISBURSED, ON THE  *
003600*  SAME BASIS AS HHEFT213 - THE PAYMENT ON A PAYABLE ORIGINAL OR  *
003700*  THE UPWARD NET ON AN ADJUSTMENT, LESS SEQUESTRATION AND ANY    *
003800*  OFFSET ALREADY WITHHELD, PLUS CLEAN-CLAIM INTEREST.  DOWNWARD  *
003900*  ADJUSTMENTS AND CANCELS MOVE NO CASH AND PASS THROUGH.         *
004000*                                                                 *
004100*  RELFILE  - RELEASED CLAIMS (HHPFQ213), HEADER AND TRAILER      *
004200*  PSUSFILE - PAYMENT SUSPENSIONS, ONE ROW PER CASE:              *
004300*             COLS  1-6  CCN          COLS  8-17 CASE ID          *
004400*             COLS 19-26 EFFECTIVE FROM  COLS 28-35 THRU          *
004500*             (BLANK OR ZEROS = OPEN)  COLS 37-40 AUTHORITY       *
004600*  PSUSTRAN - (OPTIONAL) LIFT TRANSACTIONS:                       *
004700*             COLS  1-6  CCN          COLS  8-17 CASE ID          *
004800*             COLS 19-26 LIFT DATE    COL  28    R OR F           *
004900*             COLS 30-40 OVERPAYMENT FOUND (F ONLY), 9(9)V99      *
005000*             COLS 42-49 ENTERED BY                               *
005100*  ESCIN    - (OPTIONAL) ESCROW LEDGER FROM THE PRIOR CYCLE       *
005200*  OFFSETIN - (OPTIONAL) OFFSET LEDGER HHMGR213 WROTE THIS CYCLE  *
005300*  ESCPARM  - (OPTIONAL) COLS 1-8 CYCLE DATE; ELSE THE CYCLE      *
005400*             DATE ON THE RELFILE HEADER, ELSE TODAY              *
005500*  ESCREL   - RELFILE LESS ESCROWED CLAIMS, PLUS RELEASED ONES,   *
005600*             WITH ITS OWN BALANCED TRAILER - THE REMITTANCE,     *
005700*             835 AND EFT STEPS READ IT IN PLACE OF RELFILE       *
005800*  ESCOUT   - ESCROW LEDGER FOR THE NEXT CYCLE                    *
005900*  OFFSETUP - OFFSET LEDGER WITH FINDINGS POSTED - REPLACES       *
006000*             OFFSETIN FOR THE NEXT HHMGR213 RUN                  *
006100*  ESCACT   - ESCROW ACTIVITY TRAIL, READ BY HHESR213             *
006200*  ESCRPT   - CYCLE REPORT                                        *
006300*----------------------------------------------------------------*
006400
006500 DATE-COMPILED.
006600 ENVIRONMENT                     DIVISION.
006700
006800 CONFIGURATION                   SECTION.
006900 SOURCE-COMPUTER.                IBM-370.
007000 OBJECT-COMPUTER.                IBM-370.
007100
007200 INPUT-OUTPUT SECTION.
007300 FILE-CONTROL.
007400
007500     SELECT RELFILE   ASSIGN TO UT-S-RELFILE
007600         FILE STATUS IS REL-STAT.
007700     SELECT PSUSFILE  ASSIGN TO UT-S-PSUSFILE
007800         FILE STATUS IS PSU-STAT.
007900     SELECT OPTIONAL PSUSTRAN ASSIGN TO UT-S-PSUSTRAN
008000         FILE STATUS IS PST-STAT.
008100     SELECT OPTIONAL ESCIN ASSIGN TO UT-S-ESCIN
008200         FILE STATUS IS ESI-STAT.
008300     SELECT OPTIONAL OFFSETIN ASSIGN TO UT-S-OFFSETIN
008400         FILE STATUS IS OFI-STAT.
008500     SELECT OPTIONAL ESCPARM ASSIGN TO UT-S-ESCPARM
008600         FILE STATUS IS ESP-STAT.
008700     SELECT OPTIONAL MODECARD ASSIGN TO UT-S-MODECARD
008800         FILE STATUS IS MDC-STAT.
008900     SELECT ESCREL    ASSIGN TO UT-S-ESCREL
009000         FILE STATUS IS ESR-STAT.
009100     SELECT ESCOUT    ASSIGN TO UT-S-ESCOUT
009200         FILE STATUS IS ESO-STAT.
009300     SELECT OFFSETUP  ASSIGN TO UT-S-OFFSETUP
009400         FILE STATUS IS OFU-STAT.
009500     SELECT ESCACT    ASSIGN TO UT-S-ESCACT
009600         FILE STATUS IS ESA-STAT.
009700     SELECT ESCRPT    ASSIGN TO UT-S-ESCRPT
009800         FILE STATUS IS ESX-STAT.
009900
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  RELFILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORDING MODE IS V
010410     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
010500     BLOCK CONTAINS 0 RECORDS.
010600 01  RELFILE-REC                PIC X(1000).
010700
010800 FD  PSUSFILE
010900     RECORDING MODE IS F
011000     BLOCK CONTAINS 0 RECORDS
011100     LABEL RECORDS ARE STANDARD.
011200 01  PSUSFILE-REC.
011300     05  PSU-PROV-NO            PIC X(06).
011400     05  FILLER                 PIC X(01).
011500     05  PSU-CASE-ID            PIC X(10).
011600     05  FILLER                 PIC X(01).
011700     05  PSU-FROM-DATE          PIC X(08).
011800     05  PSU-FROM-N REDEFINES PSU-FROM-DATE PIC 9(08).
011900     05  FILLER                 PIC X(01).
012000     05  PSU-THRU-DATE          PIC X(08).
012100     05  PSU-THRU-N REDEFINES PSU-THRU-DATE PIC 9(08).
012200     05  FILLER                 PIC X(01).
012300     05  PSU-AUTHORITY          PIC X(04).
012400     05  FILLER                 PIC X(40).
012500
012600 FD  PSUSTRAN
012700     RECORDING MODE IS F
012800     BLOCK CONTAINS 0 RECORDS
012900     LABEL RECORDS ARE STANDARD.
013000 01  PSUSTRAN-REC.
013100     05  PST-PROV-NO            PIC X(06).
013200     05  FILLER                 PIC X(01).
013300     05  PST-CASE-ID            PIC X(10).
013400     05  FILLER                 PIC X(01).
013500     05  PST-LIFT-DATE          PIC X(08).
013600     05  PST-LIFT-N REDEFINES PST-LIFT-DATE PIC 9(08).
013700     05  FILLER                 PIC X(01).
013800     05  PST-DISPOSITION        PIC X(01).
013900         88  PST-RELEASE                   VALUE 'R'.
014000         88  PST-FINDING                   VALUE 'F'.
014100     05  FILLER                 PIC X(01).
014200     05  PST-OVERPAY-AMT        PIC X(11).
014300     05  PST-OVERPAY-N REDEFINES PST-OVERPAY-AMT
014400                                PIC 9(09)V9(02).
014500     05  FILLER                 PIC X(01).
014600     05  PST-ENTERED-BY         PIC X(08).
014700     05  FILLER                 PIC X(31).
014800
014900*----------------------------------------------------------------*
015000*  ESCROW LEDGER - A 'C' RECORD PER SUSPENSION CASE (BALANCE ON   *
015100*  HAND, OPEN OR CLOSED) AND A 'D' RECORD PER ESCROWED CLAIM      *
015200*  CARRYING THE WHOLE PRICED 1000-BYTE RECORD                     *
015300*----------------------------------------------------------------*
015400 FD  ESCIN
015500     RECORDING MODE IS V
015550     RECORD IS VARYING IN SIZE FROM 700 TO 1050 CHARACTERS
015600     BLOCK CONTAINS 0 RECORDS
015700     LABEL RECORDS ARE STANDARD.
015800 01  ESCIN-REC.
015900     05  ESI-REC-TYPE           PIC X(01).
016000         88  ESI-IS-CASE                   VALUE 'C'.
016100         88  ESI-IS-CLAIM                  VALUE 'D'.
016200     05  ESI-PROV-NO            PIC X(06).
016300     05  ESI-CASE-ID            PIC X(10).
016400     05  ESI-AUTHORITY          PIC X(04).
016500     05  ESI-DATE               PIC X(08).
016600     05  ESI-STATUS             PIC X(01).
016700     05  ESI-CLOSE-DATE         PIC X(08).
016800     05  ESI-AMOUNT             PIC S9(09)V9(02).
016900     05  FILLER                 PIC X(01).
017000     05  ESI-CLAIM              PIC X(1000).
017100
017200 FD  OFFSETIN
017300     RECORDING MODE IS F
017400     BLOCK CONTAINS 0 RECORDS
017500     LABEL RECORDS ARE STANDARD.
017600 01  OFFSETIN-REC.
017700     05  OFI-PROV-NO            PIC X(06).
017800     05  OFI-BALANCE            PIC 9(09)V9(02).
017900     05  FILLER                 PIC X(63).
018000
018100 FD  ESCPARM
018200     RECORDING MODE IS F
018300     BLOCK CONTAINS 0 RECORDS
018400     LABEL RECORDS ARE STANDARD.
018500 01  ESCPARM-REC.
018600     05  ESP-CYCLE-DATE         PIC X(08).
018700     05  FILLER                 PIC X(72).
018800
018900 FD  MODECARD
019000     RECORDING MODE IS F
019100     BLOCK CONTAINS 0 RECORDS
019200     LABEL RECORDS ARE STANDARD.
019300 01  MODECARD-REC.
019400     05  MDC-RUN-MODE           PIC X(01).
019500     05  FILLER                 PIC X(79).
019600
019700 FD  ESCREL
019800     LABEL RECORDS ARE STANDARD
019900     RECORDING MODE IS V
019910     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
020000     BLOCK CONTAINS 0 RECORDS.
020100 01  ESCREL-REC                 PIC X(1000).
020200
020300 FD  ESCOUT
020400     RECORDING MODE IS V
020450     RECORD IS VARYING IN SIZE FROM 700 TO 1050 CHARACTERS
020500     BLOCK CONTAINS 0 RECORDS
020600     LABEL RECORDS ARE STANDARD.
020700 01  ESCOUT-REC.
020800     05  ESO-REC-TYPE           PIC X(01).
020900     05  ESO-PROV-NO            PIC X(06).
021000     05  ESO-CASE-ID            PIC X(10).
021100     05  ESO-AUTHORITY          PIC X(04).
021200     05  ESO-DATE               PIC X(08).
021300     05  ESO-STATUS             PIC X(01).
021400     05  ESO-CLOSE-DATE         PIC X(08).
021500     05  ESO-AMOUNT             PIC S9(09)V9(02).
021600     05  FILLER                 PIC X(01).
021700     05  ESO-CLAIM              PIC X(1000).
021800
021900 FD  OFFSETUP
022000     RECORDING MODE IS F
022100     BLOCK CONTAINS 0 RECORDS
022200     LABEL RECORDS ARE STANDARD.
022300 01  OFFSETUP-REC.
022400     05  OFU-PROV-NO            PIC X(06).
022500     05  OFU-BALANCE            PIC 9(09)V9(02).
022600     05  FILLER                 PIC X(63).
022700
022800*----------------------------------------------------------------*
022900*  ESCROW ACTIVITY - ONE RECORD PER EVENT, IN CYCLE ORDER:        *
023000*    OB  OPENING BALANCE OF AN OPEN CASE AT CYCLE START           *
023100*    ES  CLAIM ESCROWED          RL  CLAIM RELEASED (CASH PAID)   *
023200*    AP  APPLIED TO AN OVERPAYMENT FINDING                        *
023300*    OP  OVERPAYMENT LEFT, POSTED TO THE OFFSET LEDGER            *
023400*    LR  CASE LIFTED - RELEASE   LF  CASE LIFTED - FINDING        *
023500*  ACT-BALANCE IS THE CASE'S ESCROW BALANCE AFTER THE EVENT       *
023600*----------------------------------------------------------------*
023700 FD  ESCACT
023800     RECORDING MODE IS F
023900     BLOCK CONTAINS 0 RECORDS
024000     LABEL RECORDS ARE STANDARD.
024100 01  ESCACT-REC.
024200     05  ACT-CYCLE-DATE         PIC X(08).
024300     05  ACT-SEQ                PIC 9(07).
024400     05  ACT-PROV-NO            PIC X(06).
024500     05  ACT-CASE-ID            PIC X(10).
024600     05  ACT-AUTHORITY          PIC X(04).
024700     05  ACT-EVENT              PIC X(02).
024800     05  ACT-DCN                PIC X(08).
024900     05  ACT-HIC                PIC X(12).
025000     05  ACT-FROM-DATE          PIC X(08).
025100     05  ACT-AMOUNT             PIC S9(09)V9(02).
025200     05  ACT-BALANCE            PIC S9(09)V9(02).
025300     05  FILLER                 PIC X(13).
025400
025500 FD  ESCRPT
025600     RECORDING MODE IS F
025700     BLOCK CONTAINS 133 RECORDS
025800     LABEL RECORDS ARE STANDARD.
025900 01  ESCRPT-LINE                PIC X(133).
026000
026100 WORKING-STORAGE SECTION.
026200 01  FILLER                     PIC X(40)  VALUE
026300     'HHESC    - W O R K I N G   S T O R A G E'.
026400 01  HHESC-VERSION              PIC X(07)  VALUE 'W2026.1'.
026500 01  EOF-REL                    PIC 9(01)  VALUE 0.
026600 01  EOF-PSU                    PIC 9(01)  VALUE 0.
026700 01  EOF-PST                    PIC 9(01)  VALUE 0.
026800 01  EOF-ESI                    PIC 9(01)  VALUE 0.
026900 01  EOF-OFI                    PIC 9(01)  VALUE 0.
027000 01  OWN-RUN-MODE               PIC X(01)  VALUE 'P'.
027100 01  HDR-SEEN-SW                PIC 9(01)  VALUE 0.
027200 01  TRL-SEEN-SW                PIC 9(01)  VALUE 0.
027300 01  VAL-COUNT                  PIC 9(09)  VALUE 0.
027400 01  VAL-SUM-PAY                PIC 9(13)V9(02) VALUE 0.
027500 01  VAL-SUM-OUTL               PIC 9(13)V9(02) VALUE 0.
027600 01  VAL-TRL-REC.
027700     05  VAL-ID                 PIC X(08).
027800     05  VAL-RECORD-COUNT       PIC 9(09).
027900     05  VAL-TOTAL-PAY-SUM      PIC 9(13)V9(02).
028000     05  VAL-OUTLIER-SUM        PIC 9(13)V9(02).
028100     05  VAL-RELEASE-ID         PIC X(08).
028200     05  VAL-RUN-MODE           PIC X(01).
028300     05  FILLER                 PIC X(594).
028400 01  REL-READ-CTR               PIC 9(09)  VALUE 0.
028500 01  PASS-CTR                   PIC 9(09)  VALUE 0.
028600 01  ESCROWED-CTR               PIC 9(09)  VALUE 0.
028700 01  RELEASED-CTR               PIC 9(09)  VALUE 0.
028800 01  CARRIED-CTR                PIC 9(09)  VALUE 0.
028900 01  PSU-READ-CTR               PIC 9(07)  VALUE 0.
029000 01  PSU-BAD-CTR                PIC 9(07)  VALUE 0.
029100 01  PST-READ-CTR               PIC 9(07)  VALUE 0.
029200 01  PST-OK-CTR                 PIC 9(07)  VALUE 0.
029300 01  PST-BAD-CTR                PIC 9(07)  VALUE 0.
029400 01  LIFTED-OPEN-CTR            PIC 9(07)  VALUE 0.
029500 01  ORPHAN-CTR                 PIC 9(07)  VALUE 0.
029600 01  DROPPED-CASE-CTR           PIC 9(07)  VALUE 0.
029700 01  ESCACT-CTR                 PIC 9(07)  VALUE 0.
029800 01  ESR-COUNT                  PIC 9(09)  VALUE 0.
029900 01  ESR-SUM-PAY                PIC 9(13)V9(02) VALUE 0.
030000 01  ESR-SUM-OUTL               PIC 9(13)V9(02) VALUE 0.
030100 01  ESC-ESCROWED-AMT           PIC S9(11)V9(02) VALUE 0.
030200 01  ESC-RELEASED-AMT           PIC S9(11)V9(02) VALUE 0.
030300 01  ESC-APPLIED-AMT            PIC S9(11)V9(02) VALUE 0.
030400 01  ESC-POSTED-AMT             PIC S9(11)V9(02) VALUE 0.
030500 01  ESC-OPEN-AMT               PIC S9(11)V9(02) VALUE 0.
030600 01  ESC-CLOSE-AMT              PIC S9(11)V9(02) VALUE 0.
030700 01  ESC-LINE-CTR               PIC 9(02)  VALUE 65.
030800 01  ESC-CYCLE-DATE             PIC X(08)  VALUE SPACES.
030900 01  ESC-CYCLE-N REDEFINES ESC-CYCLE-DATE PIC 9(08).
031000 01  ESC-INT-DATE               PIC 9(07)  VALUE 0.
031100 01  ESC-CLAIM-BASE             PIC S9(09)V9(02) VALUE 0.
031200 01  ESC-CLAIM-SEQ              PIC S9(09)V9(02) VALUE 0.
031300 01  ESC-CLAIM-CASH             PIC S9(09)V9(02) VALUE 0.
031400 01  ESC-RECOUPABLE             PIC S9(09)V9(02) VALUE 0.
031500 01  ESC-TAKE                   PIC S9(09)V9(02) VALUE 0.
031600 01  ESC-PAID                   PIC S9(09)V9(02) VALUE 0.
031700 01  ESC-REJECT-TEXT            PIC X(30)  VALUE SPACES.
031800 01  ESC-FOUND-SW               PIC X(01)  VALUE 'N'.
031900     88  ESC-FOUND                         VALUE 'Y'.
032000 01  ESC-EVENT                  PIC X(02)  VALUE SPACES.
032100 01  ESC-EVENT-AMT              PIC S9(09)V9(02) VALUE 0.
032200 01  ESC-STATUS-TEXT            PIC X(08)  VALUE SPACES.
032300 01  REL-STAT.
032400     05  REL-STAT1              PIC X.
032500     05  REL-STAT2              PIC X.
032600 01  PSU-STAT.
032700     05  PSU-STAT1              PIC X.
032800     05  PSU-STAT2              PIC X.
032900 01  PST-STAT.
033000     05  PST-STAT1              PIC X.
033100     05  PST-STAT2              PIC X.
033200 01  ESI-STAT.
033300     05  ESI-STAT1              PIC X.
033400     05  ESI-STAT2              PIC X.
033500 01  OFI-STAT.
033600     05  OFI-STAT1              PIC X.
033700     05  OFI-STAT2              PIC X.
033800 01  ESP-STAT.
033900     05  ESP-STAT1              PIC X.
034000     05  ESP-STAT2              PIC X.
034100 01  MDC-STAT.
034200     05  MDC-STAT1              PIC X.
034300     05  MDC-STAT2              PIC X.
034400 01  ESR-STAT.
034500     05  ESR-STAT1              PIC X.
034600     05  ESR-STAT2              PIC X.
034700 01  ESO-STAT.
034800     05  ESO-STAT1              PIC X.
034900     05  ESO-STAT2              PIC X.
035000 01  OFU-STAT.
035100     05  OFU-STAT1              PIC X.
035200     05  OFU-STAT2              PIC X.
035300 01  ESA-STAT.
035400     05  ESA-STAT1              PIC X.
035500     05  ESA-STAT2              PIC X.
035600 01  ESX-STAT.
035700     05  ESX-STAT1              PIC X.
035800     05  ESX-STAT2              PIC X.
035900
036000*----------------------------------------------------------------*
036100*  SUSPENSIONS ON PSUSFILE                                        *
036200*----------------------------------------------------------------*
036300 01  SUS-NEXT                   PIC 9(04)  VALUE 0.
036400 01  SUS-TABLE.
036500     05  SUS-DATA               OCCURS 500
036600                                INDEXED BY SU1.
036700         10  SUS-PROV-NO        PIC X(06).
036800         10  SUS-CASE-ID        PIC X(10).
036900         10  SUS-FROM-DATE      PIC X(08).
037000         10  SUS-THRU-DATE      PIC X(08).
037100         10  SUS-AUTHORITY      PIC X(04).
037200
037300*----------------------------------------------------------------*
037400*  SUSPENSION CASES - FROM THE LEDGER, PLUS ANY OPENED OR         *
037500*  LIFTED THIS CYCLE.  STATUS O OPEN, R RELEASED, F FINDING       *
037600*----------------------------------------------------------------*
037700 01  CASE-NEXT                  PIC 9(04)  VALUE 0.
037800 01  CASE-TABLE.
037900     05  CST-DATA               OCCURS 500
038000                                INDEXED BY CS1.
038100         10  CST-PROV-NO        PIC X(06).
038200         10  CST-CASE-ID        PIC X(10).
038300         10  CST-AUTHORITY      PIC X(04).
038400         10  CST-OPEN-DATE      PIC X(08).
038500         10  CST-STATUS         PIC X(01).
038600             88  CST-IS-OPEN               VALUE 'O'.
038700         10  CST-CLOSE-DATE     PIC X(08).
038800         10  CST-LIFT-SW        PIC X(01).
038900             88  CST-LIFTED-NOW            VALUE 'R' 'F'.
039000             88  CST-FINDING-NOW           VALUE 'F'.
039100         10  CST-OPEN-BAL       PIC S9(09)V9(02).
039200         10  CST-BALANCE        PIC S9(09)V9(02).
039300         10  CST-ESC-CT         PIC 9(07).
039400         10  CST-ESC-AMT        PIC S9(09)V9(02).
039500         10  CST-REL-CT         PIC 9(07).
039600         10  CST-REL-AMT        PIC S9(09)V9(02).
039700         10  CST-APPLIED        PIC S9(09)V9(02).
039800         10  CST-OVERPAY        PIC S9(09)V9(02).
039900         10  CST-OVERPAY-LEFT   PIC S9(09)V9(02).
040000         10  CST-POSTED         PIC S9(09)V9(02).
040100         10  CST-ON-FILE-SW     PIC X(01).
040200         10  CST-WARNED-SW      PIC X(01).
040300
040400*----------------------------------------------------------------*
040500*  OFFSET LEDGER CARRIED THROUGH, WITH FINDINGS POSTED            *
040600*----------------------------------------------------------------*
040700 01  OFF-NEXT                   PIC 9(04)  VALUE 0.
040800 01  OFF-TABLE.
040900     05  OFF-DATA               OCCURS 2000
041000                                INDEXED BY OF1.
041100         10  OFF-PROV-NO        PIC X(06).
041200         10  OFF-BALANCE        PIC 9(09)V9(02).
041300
041400*----------------------------------------------------------------*
041500*  ESCREL CONTROL RECORDS - THE HEADER IS THE FIRST RELFILE       *
041600*  HEADER; THE TRAILER BALANCES WHAT THIS STEP PASSED ON          *
041700*----------------------------------------------------------------*
041800 01  REL-HEADER-REC.
041900     05  RHR-ID                 PIC X(08).
042000     05  RHR-CONTROL            PIC X(70).
042100     05  RHR-CYCLE-DATE         PIC X(08).
042200     05  FILLER                 PIC X(564).
042300 01  ESR-TRAILER-REC.
042400     05  ETR-ID                 PIC X(08).
042500     05  ETR-RECORD-COUNT       PIC 9(09).
042600     05  ETR-TOTAL-PAY-SUM      PIC 9(13)V9(02).
042700     05  ETR-OUTLIER-SUM        PIC 9(13)V9(02).
042800     05  ETR-RELEASE-ID         PIC X(08).
042900     05  ETR-RUN-MODE           PIC X(01).
043000     05  FILLER                 PIC X(594).
043100
043200*----------------------------------------------------------------*
043300*  INPUT RECORD LAYOUT - PIC X(1000) - MUST STAY IN SYNC WITH
043400*  THE HHA-INPUT-DATA LAYOUT CARRIED BY HHMGR213
043500*----------------------------------------------------------------*
043600 01  HHA-INPUT-DATA.
043700     05  HHA-DATA.
043800         10  HHA-NPI                 PIC X(10).
043900         10  HHA-HIC                 PIC X(12).
044000         10  HHA-PROV-NO             PIC X(06).
044100         10  HHA-INIT-PAY-QRP-INDICATOR  PIC X(01).
044200             88  HHA-WITH-DATA-CHECK VALUE '0', '1'.
044300             88  HHA-NO-DATA-CHECK   VALUE '2', '3'.
044400         10  HHA-PROV-VBP-ADJ-FAC    PIC 9V9(5).
044500         10  HHA-PROV-OUTLIER-PAY-TOTAL PIC 9(08)V9(02).
044600         10  HHA-PROV-PAYMENT-TOTAL  PIC 9(09)V9(02).
044700         10  HHA-TOB                 PIC X(03).
044800         10  HHA-CBSA                PIC X(05).
044900         10  HHA-COUNTY-CODE         PIC X(05).
045000         10  HHA-SERV-FROM-DATE.
045100             15  HHA-FROM-CC         PIC XX.
045200             15  HHA-FROM-YYMMDD.
045300                 25  HHA-FROM-YY     PIC XX.
045400                 25  HHA-FROM-MM     PIC XX.
045500                 25  HHA-FROM-DD     PIC XX.
045600         10  HHA-SERV-FROM-DATE-N  REDEFINES
045700             HHA-SERV-FROM-DATE      PIC 9(8).
045800         10  HHA-SERV-THRU-DATE.
045900             15  HHA-THRU-CC         PIC XX.
046000             15  HHA-THRU-YYMMDD.
046100                 25  HHA-THRU-YY     PIC XX.
046200                 25  HHA-THRU-MM     PIC XX.
046300                 25  HHA-THRU-DD     PIC XX.
046400         10  HHA-SERV-THRU-DATE-N  REDEFINES
046500             HHA-SERV-THRU-DATE      PIC 9(8).
046600         10  HHA-ADMIT-DATE.
046700             15  HHA-ADMIT-CC        PIC XX.
046800             15  HHA-ADMIT-YYMMDD.
046900                 25  HHA-ADMIT-YY    PIC XX.
047000                 25  HHA-ADMIT-MM    PIC XX.
047100                 25  HHA-ADMIT-DD    PIC XX.
047200         10  HHA-LUPA-SRC-ADM           PIC X.
047300         10  HHA-ADJ-IND                PIC X.
047400             88  HHA-ADJ-IS-ADJUSTMENT  VALUE 'A'.
047500             88  HHA-ADJ-IS-CANCEL      VALUE 'C'.
047600         10  HHA-PEP-INDICATOR       PIC X.
047700         10  HHA-HRG-INPUT-CODE       PIC X(05).
047800         10  HHA-HRG-NO-OF-DAYS       PIC 9(03).
047900         10  HHA-HRG-WGTS             PIC 9(02)V9(04).
048000         10  HHA-HRG-PAY              PIC 9(07)V9(02).
048100         10  HHA-REVENUE-DATA     OCCURS 6.
048200             15  HHA-REVENUE-CODE              PIC X(04).
048300             15  HHA-REVENUE-QTY-COV-VISITS    PIC 9(03).
048400             15  HHA-REVENUE-QTY-OUTL-UNITS    PIC 9(05).
048500             15  HHA-REVENUE-EARLIEST-DATE     PIC 9(08).
048600             15  HHA-REVENUE-DOLL-RATE         PIC 9(07)V9(02).
048700             15  HHA-REVENUE-COST              PIC 9(07)V9(02).
048800             15  HHA-REVENUE-ADD-ON-VISIT-AMT  PIC 9(07)V9(02).
048900         10  HHA-PAY-RTC                PIC 99.
049000             88  HHA-RTC-PAYABLE        VALUES 00 01 02 06 09
049100                                               11 14 32.
049200         10  HHA-REVENUE-SUM1-6-QTY-ALL PIC 9(05).
049300         10  HHA-OUTLIER-PAYMENT        PIC 9(07)V9(02).
049400         10  HHA-TOTAL-PAYMENT          PIC 9(07)V9(02).
049500     05  HHA-VBP-ADJ-AMT                PIC S9(7)V99.
049600     05  HHA-PPS-STD-VALUE              PIC 9(7)V99.
049700     05  HHA-RECEIPT-DATE           PIC X(8).
049800     05  HHA-OVERRIDE-IND           PIC X(1).
049900     05  HHA-LATE-SUB-PEN-AMT       PIC 9(7)V9(2).
050000     05  HHA-RURAL-ADDON-CAT    PIC X(01).
050100     05  HHA-OUTLIER-CAP-IND    PIC X(01).
050200     05  HHA-OUTLIER-PRECAP-AMT PIC 9(7)V9(2).
050300     05  HHA-LATE-SUB-DAYS          PIC 9(03).
050400     05  HHA-LATE-NOA-DAYS          PIC 9(03).
050500     05  HHA-CBSA-MATCHED-EFFDATE   PIC X(08).
050600     05  HHA-HRG-MATCHED-EFFDATE    PIC X(08).
050700     05  HHA-REV-MATCHED-EFFDATE    PIC X(08).
050800     05  HHA-TOB-CLASS           PIC X(01).
050900         88  HHA-TOB-IS-CLAIM     VALUE 'C'.
051000         88  HHA-TOB-IS-RAP       VALUE 'R'.
051100         88  HHA-TOB-IS-NOA       VALUE 'N'.
051200         88  HHA-TOB-IS-NOA-CANCEL VALUE 'X'.
051300     05  HHA-PEP-FULL-HRG-AMT    PIC 9(07)V9(02).
051400     05  HHA-LABOR-PORTION       PIC 9(07)V9(02).
051500     05  HHA-NONLABOR-PORTION    PIC 9(07)V9(02).
051600     05  HHA-MED-REVIEW-INDICATOR PIC X(01) OCCURS 6.
051700         88  HHA-MED-REV-VALID  VALUE '0', '1', '2', SPACE.
051800     05  HHA-MSA2                   PIC X(05).
051900     05  HHA-LUPA-ADDON-REASON-CD PIC X(01).
052000     05  HHA-ORIG-TOTAL-PAYMENT     PIC 9(07)V9(02).
052100     05  HHA-NET-ADJ-AMT            PIC S9(07)V9(02).
052200     05  HHA-PEP-FORCED-IND         PIC X(01).
052300*        RECORD VERSION '2' = CONTINUATION FIELDS IN USE;
052400*        HHA-CONT-CNT = FOLLOW-ON RECORDS CARRYING REVENUE
052500*        GROUPS BEYOND THE SIXTH (ZEROED ONCE ASSEMBLED)
052600     05  HHA-REC-VERSION            PIC X(01).
052700     05  HHA-CONT-CNT               PIC 9(01).
052800*        EVERY EDIT THAT FAILED ON THE CLAIM (UP TO 5), POSTED
052900*        BY HHDRV213 - HHA-PAY-RTC CARRIES THE FIRST OF THEM
053000     05  HHA-EDIT-RTC-LIST.
053100         10  HHA-EDIT-RTC           PIC 99  OCCURS 5.
053200*        'M' = CLAIM ARRIVED UNDER AN MBI, 'H' = LEGACY HICN
053300     05  HHA-IDENT-TYPE             PIC X(01).
053400*        PDGM PERIOD TIMING DERIVED FROM ADMISSION HISTORY -
053500*        'E' = EARLY (FIRST 30-DAY PERIOD IN A SEQUENCE OF
053600*        ADJACENT PERIODS), 'L' = LATE
053700     05  HHA-TIMING-DERIVED         PIC X(01).
053800*        'S' = PAYMENT DIVERTED TO THE SUSPECT FILE FOR ANALYST
053900*        RELEASE BEFORE THE GL FEED PICKS IT UP
054000     05  HHA-SUSPECT-IND            PIC X(01).
054100*        'B' = PRICED UNDER THE DAY-WEIGHTED BLENDED-RATE MODE
054200     05  HHA-BLEND-MODE-IND         PIC X(01).
054300*        'C' = OUTLIER UNITS REDUCED TO THE PER-DAY CAP
054400     05  HHA-OUTL-UNITS-CAP-IND     PIC X(01).
054500*        TIMES THIS CLAIM HAS BEEN THROUGH A RECYCLE PASS
054600     05  HHA-RECYCLE-CNT            PIC 9(02).
054700*        'F' = WAGE INDEX RAISED TO THE YEAR-OVER-YEAR DECREASE
054800*        FLOOR; THE UNFLOORED VALUE IS CARRIED BESIDE IT
054900     05  HHA-WI-CAP-IND             PIC X(01).
055000     05  HHA-WI-PRECAP              PIC 9(02)V9(04).
055100*        INTRA-DAY INCREMENT THAT PRICED THIS RECORD
055200     05  HHA-RUN-SEQ                PIC 9(02).
055300*        INTEREST MEDICARE OWES ON A CLEAN CLAIM PAYING MORE
055400*        THAN 30 DAYS AFTER RECEIPT (COMPUTED BY THE CALC FROM
055500*        THE EFFECTIVE-DATED INTRATE SCHEDULE) - SEPARATE FROM
055600*        HHA-TOTAL-PAYMENT
055700     05  HHA-INTEREST-AMT           PIC 9(07)V9(02).
055800*        SEQUESTRATION REDUCTION APPLIED AFTER PRICING, AND THE
055900*        PAYABLE AMOUNT AFTER IT - HHA-TOTAL-PAYMENT REMAINS THE
056000*        PRE-SEQUESTRATION AMOUNT SO THE GL CAN TIE BOTH SIDES
056100*        (THE POST-SEQUESTRATION PAYABLE IS HHA-TOTAL-PAYMENT
056200*        LESS THIS AMOUNT - DERIVED, NOT CARRIED, TO MAKE ROOM
056300*        FOR THE DOCUMENT CONTROL NUMBERS BELOW)
056400     05  HHA-SEQUESTRATION-AMT      PIC 9(07)V9(02).
056500*        MEDICARE SECONDARY PAYER - 'Y' MEANS ANOTHER INSURER
056600*        PAID FIRST; THE PRIMARY'S PAYMENT RIDES BESIDE IT AND
056700*        HHA-TOTAL-PAYMENT COMES BACK AS THE MEDICARE SECONDARY
056800*        PAYABLE
056900     05  HHA-MSP-IND                PIC X(01).
057000         88  HHA-IS-MSP             VALUE 'Y'.
057100     05  HHA-MSP-PRIM-PAY-AMT       PIC 9(07)V9(02).
057200*        NONSPACE = PRICED UNDER THIS RECLASSIFIED WAGE AREA
057300*        (GEOGRAPHIC RECLASSIFICATION) - HHA-CBSA REMAINS THE
057400*        SUBMITTED CBSA
057500     05  HHA-RECLASS-CBSA           PIC X(05).
057600*        RECOUPMENT WITHHELD FROM THIS CLAIM AGAINST THE
057700*        PROVIDER'S OPEN OVERPAYMENT BALANCE
057800     05  HHA-OFFSET-APPLIED-AMT     PIC 9(07)V9(02).
057900*        MAC JURISDICTION (CONTRACT) THE CLAIM BELONGS TO -
058000*        CARRIED THROUGH PRICING AND ONTO EVERY SEGREGATED
058100*        SUMMARY AND EXTRACT
058200     05  HHA-CONTRACT-CODE          PIC X(01).
058300*        'I' = INFORMATIONAL NO-PAY BILL (BENEFIT EXHAUST OR
058400*        DEMAND BILL) - PRICED THROUGH THE NORMAL PATH SO THE
058500*        EPISODE EXISTS ON RECORD, POSTED TO HISTORY, BUT KEPT
058600*        OUT OF THE REMITTANCE, GL AND FINANCIAL DOLLAR TOTALS
058700     05  HHA-CLAIM-CLASS            PIC X(01).
058800         88  HHA-IS-INFORMATIONAL   VALUE 'I'.
058900*        DOCUMENT CONTROL NUMBER AND THE PREDECESSOR DCN AN
059000*        ADJUSTMENT OR CANCEL AMENDS - TWO-DEEP CHAINS NO
059100*        LONGER NET AGAINST THE WRONG VERSION
059200     05  HHA-DCN                    PIC X(08).
059700     05  HHA-PRED-DCN               PIC X(08).
059710*    VERSION 3 EXTENSION (BYTES 651-1000) - LIFTED FROM
059720*    THE VERSION 2 FIELDS WHEN A VERSION 2 RECORD IS READ
059730     05  HHA-V3-EXTENSION.
059740         10  HHA-SEQ-PAYABLE-AMT    PIC 9(07)V9(02).
059750         10  HHA-BILLED-PROV-NO     PIC X(06).
059760         10  HHA-SUBMIT-MEDIA       PIC X(01).
059770         10  HHA-LIFT-DATE          PIC X(08).
059780         10  FILLER                 PIC X(326).
059800
059900*----------------------------------------------------------------*
060000*  REPORT COMPONENTS                                              *
060100*----------------------------------------------------------------*
060200 01  ESC-HEAD1.
060300     05  FILLER                 PIC X(01)  VALUE SPACES.
060400     05  FILLER                 PIC X(45)  VALUE
060500        ' HHA PAYMENT SUSPENSION ESCROW CYCLE REPORT  '.
060600     05  FILLER                 PIC X(12)  VALUE 'CYCLE DATE  '.
060700     05  EH1-CYCLE-DATE         PIC X(08).
060800
060900 01  ESC-SECTION-LINE.
061000     05  FILLER                 PIC X(02)  VALUE SPACES.
061100     05  ESL-TEXT               PIC X(70).
061200
061300 01  ESC-LIFT-HEAD.
061400     05  FILLER                 PIC X(02)  VALUE SPACES.
061500     05  FILLER                 PIC X(50)  VALUE
061600        'PROV    CASE ID     LIFT DATE  D     OVERPAYMENT  '.
061700     05  FILLER                 PIC X(20)  VALUE
061800        'BY        RESULT    '.
061900
062000 01  ESC-LIFT-LINE.
062100     05  FILLER                 PIC X(02)  VALUE SPACES.
062200     05  ELL-PROV               PIC X(06).
062300     05  FILLER                 PIC X(02)  VALUE SPACES.
062400     05  ELL-CASE               PIC X(10).
062500     05  FILLER                 PIC X(02)  VALUE SPACES.
062600     05  ELL-LIFT-DATE          PIC X(08).
062700     05  FILLER                 PIC X(03)  VALUE SPACES.
062800     05  ELL-DISP               PIC X(01).
062900     05  FILLER                 PIC X(02)  VALUE SPACES.
063000     05  ELL-OVERPAY            PIC ZZZ,ZZZ,ZZ9.99.
063100     05  FILLER                 PIC X(02)  VALUE SPACES.
063200     05  ELL-BY                 PIC X(08).
063300     05  FILLER                 PIC X(02)  VALUE SPACES.
063400     05  ELL-RESULT             PIC X(30).
063500
063600 01  ESC-DETAIL-HEAD.
063700     05  FILLER                 PIC X(02)  VALUE SPACES.
063800     05  FILLER                 PIC X(50)  VALUE
063900        'ACTION    PROV    CASE ID     HIC           DCN   '.
064000     05  FILLER                 PIC X(50)  VALUE
064100        '    FROM        ESCROWED      APPLIED         PAID'.
064200
064300 01  ESC-DETAIL-LINE.
064400     05  FILLER                 PIC X(02)  VALUE SPACES.
064500     05  EDL-ACTION             PIC X(08).
064600     05  FILLER                 PIC X(02)  VALUE SPACES.
064700     05  EDL-PROV               PIC X(06).
064800     05  FILLER                 PIC X(02)  VALUE SPACES.
064900     05  EDL-CASE               PIC X(10).
065000     05  FILLER                 PIC X(02)  VALUE SPACES.
065100     05  EDL-HIC                PIC X(12).
065200     05  FILLER                 PIC X(02)  VALUE SPACES.
065300     05  EDL-DCN                PIC X(08).
065400     05  FILLER                 PIC X(02)  VALUE SPACES.
065500     05  EDL-FROM               PIC X(08).
065600     05  FILLER                 PIC X(01)  VALUE SPACES.
065700     05  EDL-ESCROWED           PIC ----,--9.99.
065800     05  FILLER                 PIC X(02)  VALUE SPACES.
065900     05  EDL-APPLIED            PIC ----,--9.99 BLANK WHEN ZERO.
066000     05  FILLER                 PIC X(02)  VALUE SPACES.
066100     05  EDL-PAID               PIC ----,--9.99 BLANK WHEN ZERO.
066200
066300 01  ESC-CASE-HEAD.
066400     05  FILLER                 PIC X(02)  VALUE SPACES.
066500     05  FILLER                 PIC X(50)  VALUE
066600        'PROV    CASE ID    AUTH STATUS          OPENING   '.
066700     05  FILLER                 PIC X(50)  VALUE
066800        '    ESCROWED       RELEASED        APPLIED      TO'.
066900     05  FILLER                 PIC X(22)  VALUE
067000        ' OFFSET        CLOSING'.
067100
067200 01  ESC-CASE-LINE.
067300     05  FILLER                 PIC X(02)  VALUE SPACES.
067400     05  ECL-PROV               PIC X(06).
067500     05  FILLER                 PIC X(02)  VALUE SPACES.
067600     05  ECL-CASE               PIC X(10).
067700     05  FILLER                 PIC X(01)  VALUE SPACES.
067800     05  ECL-AUTH               PIC X(04).
067900     05  FILLER                 PIC X(01)  VALUE SPACES.
068000     05  ECL-STATUS             PIC X(08).
068100     05  ECL-OPENING            PIC ----,---,--9.99.
068200     05  ECL-ESCROWED           PIC ----,---,--9.99.
068300     05  ECL-RELEASED           PIC ----,---,--9.99.
068400     05  ECL-APPLIED            PIC ----,---,--9.99.
068500     05  ECL-POSTED             PIC ----,---,--9.99.
068600     05  ECL-CLOSING            PIC ----,---,--9.99.
068700
068800 01  ESC-SUM-LINE.
068900     05  FILLER                 PIC X(02)  VALUE SPACES.
069000     05  ESM-LABEL              PIC X(36).
069100     05  ESM-COUNT              PIC ZZZ,ZZZ,ZZ9.
069200     05  FILLER                 PIC X(04)  VALUE SPACES.
069300     05  ESM-AMOUNT             PIC --,---,---,--9.99.
069400
069500**--------------------------------------------------------------
069600 PROCEDURE  DIVISION.
069700
069800 0000-MAINLINE  SECTION.
069900*    A TEST-STAMPED RELFILE MUST NEVER REACH THE REMITTANCE FROM
070000*    A PRODUCTION JOB - READ THIS JOB'S OWN MODE FIRST
070100     PERFORM 0900-GET-OWN-MODE THRU 0900-EXIT.
070200
070300     OPEN INPUT  RELFILE
070400          OUTPUT ESCREL
070500                 ESCOUT
070600                 OFFSETUP
070700                 ESCACT
070800                 ESCRPT.
070900
071000     PERFORM 1000-READ-HEADER THRU 1000-EXIT.
071100     PERFORM 0800-GET-CYCLE-DATE THRU 0800-EXIT.
071200
071300     PERFORM 1100-LOAD-SUSPENSIONS THRU 1100-EXIT.
071400     PERFORM 1200-LOAD-CASES THRU 1200-EXIT.
071500     PERFORM 1300-LOAD-OFFSETS THRU 1300-EXIT.
071600     PERFORM 1400-LOAD-LIFTS THRU 1400-EXIT.
071700
071800     PERFORM 2000-CARRY-ESCROW THRU 2000-EXIT.
071900
072000     PERFORM 3000-READ-RELFILE THRU 3000-EXIT
072100             UNTIL EOF-REL = 1.
072200
072300     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
072400     PERFORM 5100-POST-FINDINGS THRU 5100-EXIT.
072500     PERFORM 5300-WRITE-OFFSETS THRU 5300-EXIT.
072600     PERFORM 5500-WRITE-CASES THRU 5500-EXIT.
072700     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
072800
072900     CLOSE RELFILE ESCREL ESCOUT OFFSETUP ESCACT ESCRPT.
073000
073100     DISPLAY '-- PROGRAM HHESC213  VERSION  ===> ' HHESC-VERSION.
073200     DISPLAY '-- CYCLE DATE                 ===> ' ESC-CYCLE-DATE.
073300     DISPLAY '-- SUSPENSION ROWS READ       ===> ' PSU-READ-CTR.
073400     DISPLAY '-- LIFT TRANSACTIONS READ     ===> ' PST-READ-CTR.
073500     DISPLAY '-- LIFT TRANSACTIONS APPLIED  ===> ' PST-OK-CTR.
073600     DISPLAY '-- LIFT TRANSACTIONS REFUSED  ===> ' PST-BAD-CTR.
073700     DISPLAY '-- RELFILE CLAIMS READ        ===> ' REL-READ-CTR.
073800     DISPLAY '-- PASSED THROUGH             ===> ' PASS-CTR.
073900     DISPLAY '-- ESCROWED THIS CYCLE        ===> ' ESCROWED-CTR.
074000     DISPLAY '-- RELEASED FROM ESCROW       ===> ' RELEASED-CTR.
074100     DISPLAY '-- CARRIED IN ESCROW          ===> ' CARRIED-CTR.
074200     DISPLAY '-- ESCREL RECORDS WRITTEN     ===> ' ESR-COUNT.
074300     DISPLAY '-- ESCACT RECORDS WRITTEN     ===> ' ESCACT-CTR.
074400
074500     STOP RUN.
074600
074700*================================================================*
074800*    CYCLE DATE - ESCPARM CARD, ELSE THE FLOOR STEP'S CYCLE      *
074900*    DATE ON THE RELFILE HEADER, ELSE TODAY                      *
075000*================================================================*
075100 0800-GET-CYCLE-DATE.
075200     ACCEPT ESC-CYCLE-DATE FROM DATE YYYYMMDD.
075300     IF RHR-CYCLE-DATE NUMERIC
075400         MOVE RHR-CYCLE-DATE TO ESC-CYCLE-DATE.
075500     OPEN INPUT ESCPARM.
075600     IF ESP-STAT1 = '0' OR ESP-STAT1 = '9'
075700         READ ESCPARM
075800             AT END MOVE SPACES TO ESCPARM-REC
075900         END-READ
076000         IF ESP-CYCLE-DATE NUMERIC
076100             MOVE ESP-CYCLE-DATE TO ESC-CYCLE-DATE
076200         END-IF
076300         CLOSE ESCPARM.
076400
076500     COMPUTE ESC-INT-DATE = FUNCTION
076600             INTEGER-OF-DATE(ESC-CYCLE-N)
076700     END-COMPUTE.
076800     IF ESC-INT-DATE = 0
076900         DISPLAY '** HHESC213 - INVALID CYCLE DATE '
077000                 ESC-CYCLE-DATE
077100         MOVE 16 TO RETURN-CODE
077200         STOP RUN.
077300     MOVE ESC-CYCLE-DATE TO EH1-CYCLE-DATE.
077400 0800-EXIT.  EXIT.
077500
077600 0900-GET-OWN-MODE.
077700     OPEN INPUT MODECARD.
077800     IF MDC-STAT1 = '0' OR MDC-STAT1 = '9'
077900         READ MODECARD
078000             AT END CONTINUE
078100         END-READ
078200         IF MDC-RUN-MODE = 'T'
078300             MOVE 'T' TO OWN-RUN-MODE
078400         END-IF
078500         CLOSE MODECARD.
078600 0900-EXIT.  EXIT.
078700
078800*================================================================*
078900*    RELFILE MUST OPEN WITH ITS HEADER - IT BECOMES THE ESCREL   *
079000*    HEADER UNCHANGED                                            *
079100*================================================================*
079200 1000-READ-HEADER.
079300     READ RELFILE INTO HHA-INPUT-DATA
079400          AT END
079500             DISPLAY '** HHESC213 - RELFILE IS EMPTY - STOPPED **'
079600             MOVE 16 TO RETURN-CODE
079700             STOP RUN.
079800
079900     IF HHA-INPUT-DATA (1:8) NOT = 'HHOUTHDR'
080000        DISPLAY '** HHESC213 - RELFILE HAS NO HEADER RECORD **'
080100        MOVE 16 TO RETURN-CODE
080200        STOP RUN.
080300
080400     PERFORM 3400-CHECK-RUN-MODE THRU 3400-EXIT.
080500     MOVE 1 TO HDR-SEEN-SW.
080600     MOVE 0 TO TRL-SEEN-SW.
080700     MOVE 0 TO VAL-COUNT.
080800     MOVE 0 TO VAL-SUM-PAY.
080900     MOVE 0 TO VAL-SUM-OUTL.
081000
081100     MOVE HHA-INPUT-DATA TO REL-HEADER-REC.
081200     WRITE ESCREL-REC FROM REL-HEADER-REC.
081300 1000-EXIT.  EXIT.
081400
081500*================================================================*
081600*    LOAD PSUSFILE - A ROW THAT CANNOT BE READ STOPS THE STEP,   *
081700*    SINCE A SUSPENDED AGENCY WOULD OTHERWISE BE PAID            *
081800*================================================================*
081900 1100-LOAD-SUSPENSIONS.
082000     OPEN INPUT PSUSFILE.
082100     IF PSU-STAT1 NOT = '0'
082200         DISPLAY '** HHESC213 - PSUSFILE WILL NOT OPEN - STATUS '
082300                 PSU-STAT
082400         MOVE 16 TO RETURN-CODE
082500         STOP RUN.
082600     PERFORM 1110-READ-PSUSFILE THRU 1110-EXIT
082700             UNTIL EOF-PSU = 1.
082800     CLOSE PSUSFILE.
082900     IF PSU-BAD-CTR > 0
083000         DISPLAY '** HHESC213 - ' PSU-BAD-CTR
083100                 ' PSUSFILE ROWS IN ERROR - STOPPED'
083200         MOVE 16 TO RETURN-CODE
083300         STOP RUN.
083400 1100-EXIT.  EXIT.
083500
083600 1110-READ-PSUSFILE.
083700     READ PSUSFILE
083800          AT END   MOVE 1 TO EOF-PSU
083900                   GO TO 1110-EXIT.
084000     ADD 1 TO PSU-READ-CTR.
084100
084200     IF PSU-PROV-NO = SPACES OR PSU-CASE-ID = SPACES
084300         DISPLAY '** PSUSFILE ROW ' PSU-READ-CTR
084400                 ' - CCN OR CASE ID MISSING'
084500         ADD 1 TO PSU-BAD-CTR
084600         GO TO 1110-EXIT.
084700     IF PSU-FROM-DATE NOT NUMERIC
084800         DISPLAY '** PSUSFILE ROW ' PSU-READ-CTR
084900                 ' - FROM DATE NOT NUMERIC'
085000         ADD 1 TO PSU-BAD-CTR
085100         GO TO 1110-EXIT.
085200     IF PSU-THRU-DATE = SPACES
085300         MOVE ZEROS TO PSU-THRU-DATE.
085400     IF PSU-THRU-DATE NOT NUMERIC
085500        OR (PSU-THRU-N NOT = 0 AND PSU-THRU-N < PSU-FROM-N)
085600         DISPLAY '** PSUSFILE ROW ' PSU-READ-CTR
085700                 ' - THRU DATE INVALID'
085800         ADD 1 TO PSU-BAD-CTR
085900         GO TO 1110-EXIT.
086000
086100     IF SUS-NEXT NOT < 500
086200         DISPLAY '** HHESC213 - PSUSFILE TABLE FULL AT 500 - '
086300                 'STOPPED'
086400         MOVE 16 TO RETURN-CODE
086500         STOP RUN.
086600     ADD 1 TO SUS-NEXT.
086700     SET SU1 TO SUS-NEXT.
086800     MOVE PSU-PROV-NO   TO SUS-PROV-NO (SU1).
086900     MOVE PSU-CASE-ID   TO SUS-CASE-ID (SU1).
087000     MOVE PSU-FROM-DATE TO SUS-FROM-DATE (SU1).
087100     MOVE PSU-THRU-DATE TO SUS-THRU-DATE (SU1).
087200     MOVE PSU-AUTHORITY TO SUS-AUTHORITY (SU1).
087300 1110-EXIT.  EXIT.
087400
087500*================================================================*
087600*    CASE RECORDS FROM THE PRIOR LEDGER.  A CLOSED CASE WHOSE    *
087700*    SUSPENSION ROW HAS BEEN TAKEN OFF PSUSFILE IS DROPPED;      *
087800*    EVERY OPEN CASE OPENS THIS CYCLE'S ACTIVITY WITH ITS        *
087900*    BALANCE FORWARD                                             *
088000*================================================================*
088100 1200-LOAD-CASES.
088200     OPEN INPUT ESCIN.
088300     IF ESI-STAT1 NOT = '0' AND ESI-STAT1 NOT = '9'
088400         MOVE 1 TO EOF-ESI
088500         GO TO 1200-EXIT.
088600     PERFORM 1210-READ-CASE THRU 1210-EXIT
088700             UNTIL EOF-ESI = 1.
088800     CLOSE ESCIN.
088900 1200-EXIT.  EXIT.
089000
089100 1210-READ-CASE.
089200     READ ESCIN
089300          AT END   MOVE 1 TO EOF-ESI
089400                   GO TO 1210-EXIT.
089500     IF NOT ESI-IS-CASE
089600         GO TO 1210-EXIT.
089700
089800     MOVE ESI-PROV-NO TO PSU-PROV-NO.
089900     MOVE ESI-CASE-ID TO PSU-CASE-ID.
090000     PERFORM 1250-FIND-SUSPENSION-ROW THRU 1250-EXIT.
090100     IF ESI-STATUS NOT = 'O' AND NOT ESC-FOUND
090200         ADD 1 TO DROPPED-CASE-CTR
090300         GO TO 1210-EXIT.
090400
090500     PERFORM 1230-ADD-CASE THRU 1230-EXIT.
090600     MOVE ESI-AUTHORITY  TO CST-AUTHORITY (CS1).
090700     MOVE ESI-DATE       TO CST-OPEN-DATE (CS1).
090800     MOVE ESI-STATUS     TO CST-STATUS (CS1).
090900     MOVE ESI-CLOSE-DATE TO CST-CLOSE-DATE (CS1).
091000     MOVE ESI-AMOUNT     TO CST-OPEN-BAL (CS1).
091100     MOVE ESI-AMOUNT     TO CST-BALANCE (CS1).
091200     MOVE 'Y'            TO CST-ON-FILE-SW (CS1).
091300
091400     IF CST-IS-OPEN (CS1)
091500         MOVE 'OB'        TO ESC-EVENT
091600         MOVE ESI-AMOUNT  TO ESC-EVENT-AMT
091700         MOVE SPACES      TO HHA-DCN HHA-HIC HHA-SERV-FROM-DATE
091800         PERFORM 4800-WRITE-ACTIVITY THRU 4800-EXIT.
091900 1210-EXIT.  EXIT.
092000
092100*    OPEN A NEW ROW IN THE CASE TABLE FOR PSU-PROV-NO/PSU-CASE-ID
092200 1230-ADD-CASE.
092300     IF CASE-NEXT NOT < 500
092400         DISPLAY '** HHESC213 - CASE TABLE FULL AT 500 - STOPPED'
092500         MOVE 16 TO RETURN-CODE
092600         STOP RUN.
092700     ADD 1 TO CASE-NEXT.
092800     SET CS1 TO CASE-NEXT.
092900     MOVE PSU-PROV-NO    TO CST-PROV-NO (CS1).
093000     MOVE PSU-CASE-ID    TO CST-CASE-ID (CS1).
093100     MOVE SPACES         TO CST-AUTHORITY (CS1).
093200     MOVE ESC-CYCLE-DATE TO CST-OPEN-DATE (CS1).
093300     MOVE 'O'            TO CST-STATUS (CS1).
093400     MOVE SPACES         TO CST-CLOSE-DATE (CS1).
093500     MOVE SPACE          TO CST-LIFT-SW (CS1).
093600     MOVE 0              TO CST-OPEN-BAL (CS1).
093700     MOVE 0              TO CST-BALANCE (CS1).
093800     MOVE 0              TO CST-ESC-CT (CS1).
093900     MOVE 0              TO CST-ESC-AMT (CS1).
094000     MOVE 0              TO CST-REL-CT (CS1).
094100     MOVE 0              TO CST-REL-AMT (CS1).
094200     MOVE 0              TO CST-APPLIED (CS1).
094300     MOVE 0              TO CST-OVERPAY (CS1).
094400     MOVE 0              TO CST-OVERPAY-LEFT (CS1).
094500     MOVE 0              TO CST-POSTED (CS1).
094600     MOVE 'N'            TO CST-ON-FILE-SW (CS1).
094700     MOVE 'N'            TO CST-WARNED-SW (CS1).
094800 1230-EXIT.  EXIT.
094900
095000*    IS THERE A PSUSFILE ROW FOR PSU-PROV-NO/PSU-CASE-ID?
095100 1250-FIND-SUSPENSION-ROW.
095200     MOVE 'N' TO ESC-FOUND-SW.
095300     IF SUS-NEXT = 0
095400         GO TO 1250-EXIT.
095500     SET SU1 TO 1.
095600     SEARCH SUS-DATA VARYING SU1
095700         AT END
095800             CONTINUE
095900         WHEN SU1 > SUS-NEXT
096000             CONTINUE
096100         WHEN SUS-PROV-NO (SU1) = PSU-PROV-NO
096200          AND SUS-CASE-ID (SU1) = PSU-CASE-ID
096300             MOVE 'Y' TO ESC-FOUND-SW
096400     END-SEARCH.
096500 1250-EXIT.  EXIT.
096600
096700*    FIND THE CASE ROW FOR PSU-PROV-NO/PSU-CASE-ID
096800 1260-FIND-CASE.
096900     MOVE 'N' TO ESC-FOUND-SW.
097000     IF CASE-NEXT = 0
097100         GO TO 1260-EXIT.
097200     SET CS1 TO 1.
097300     SEARCH CST-DATA VARYING CS1
097400         AT END
097500             CONTINUE
097600         WHEN CS1 > CASE-NEXT
097700             CONTINUE
097800         WHEN CST-PROV-NO (CS1) = PSU-PROV-NO
097900          AND CST-CASE-ID (CS1) = PSU-CASE-ID
098000             MOVE 'Y' TO ESC-FOUND-SW
098100     END-SEARCH.
098200 1260-EXIT.  EXIT.
098300
098400*================================================================*
098500*    THE OFFSET LEDGER HHMGR213 LEFT THIS CYCLE                  *
098600*================================================================*
098700 1300-LOAD-OFFSETS.
098800     OPEN INPUT OFFSETIN.
098900     IF OFI-STAT1 NOT = '0' AND OFI-STAT1 NOT = '9'
099000         GO TO 1300-EXIT.
099100     PERFORM 1310-READ-OFFSETIN THRU 1310-EXIT
099200             UNTIL EOF-OFI = 1.
099300     CLOSE OFFSETIN.
099400 1300-EXIT.  EXIT.
099500
099600 1310-READ-OFFSETIN.
099700     READ OFFSETIN
099800          AT END   MOVE 1 TO EOF-OFI
099900                   GO TO 1310-EXIT.
100000     IF OFF-NEXT NOT < 2000
100100         DISPLAY '** HHESC213 - OFFSET LEDGER TABLE FULL AT 2000 '
100200                 '- STOPPED'
100300         MOVE 16 TO RETURN-CODE
100400         STOP RUN.
100500     ADD 1 TO OFF-NEXT.
100600     SET OF1 TO OFF-NEXT.
100700     MOVE OFI-PROV-NO TO OFF-PROV-NO (OF1).
100800     MOVE OFI-BALANCE TO OFF-BALANCE (OF1).
100900 1310-EXIT.  EXIT.
101000
101100*================================================================*
101200*    LIFT TRANSACTIONS - EACH IS APPLIED OR REFUSED WITH A       *
101300*    REASON; A REFUSED LIFT LEAVES THE CASE AS IT WAS (RC 4)     *
101400*================================================================*
101500 1400-LOAD-LIFTS.
101600     PERFORM 6500-ESC-HEADINGS THRU 6500-EXIT.
101700     MOVE 'LIFT TRANSACTIONS' TO ESL-TEXT.
101800     WRITE ESCRPT-LINE FROM ESC-SECTION-LINE
101900                            AFTER ADVANCING 2.
102000     WRITE ESCRPT-LINE FROM ESC-LIFT-HEAD
102100                            AFTER ADVANCING 1.
102200     ADD 3 TO ESC-LINE-CTR.
102300
102400     OPEN INPUT PSUSTRAN.
102500     IF PST-STAT1 NOT = '0' AND PST-STAT1 NOT = '9'
102600         GO TO 1400-EXIT.
102700     PERFORM 1410-READ-LIFT THRU 1410-EXIT
102800             UNTIL EOF-PST = 1.
102900     CLOSE PSUSTRAN.
103000     IF PST-BAD-CTR > 0 AND RETURN-CODE < 4
103100         MOVE 4 TO RETURN-CODE.
103200 1400-EXIT.  EXIT.
103300
103400 1410-READ-LIFT.
103500     READ PSUSTRAN
103600          AT END   MOVE 1 TO EOF-PST
103700                   GO TO 1410-EXIT.
103800     ADD 1 TO PST-READ-CTR.
103900     MOVE SPACES TO ESC-REJECT-TEXT.
104000
104100     IF NOT PST-RELEASE AND NOT PST-FINDING
104200         MOVE 'INVALID DISPOSITION' TO ESC-REJECT-TEXT
104300         GO TO 1490-REFUSE.
104400     IF PST-LIFT-DATE NOT NUMERIC
104500         MOVE 'LIFT DATE NOT NUMERIC' TO ESC-REJECT-TEXT
104600         GO TO 1490-REFUSE.
104700     IF PST-LIFT-DATE > ESC-CYCLE-DATE
104800         MOVE 'LIFT DATE AFTER CYCLE DATE' TO ESC-REJECT-TEXT
104900         GO TO 1490-REFUSE.
105000     IF PST-FINDING AND PST-OVERPAY-AMT NOT NUMERIC
105100         MOVE 'OVERPAYMENT AMOUNT MISSING' TO ESC-REJECT-TEXT
105200         GO TO 1490-REFUSE.
105300     IF PST-ENTERED-BY = SPACES
105400         MOVE 'NOT SIGNED (ENTERED BY)' TO ESC-REJECT-TEXT
105500         GO TO 1490-REFUSE.
105600
105700     MOVE PST-PROV-NO TO PSU-PROV-NO.
105800     MOVE PST-CASE-ID TO PSU-CASE-ID.
105900     PERFORM 1260-FIND-CASE THRU 1260-EXIT.
106000     IF NOT ESC-FOUND
106100         PERFORM 1250-FIND-SUSPENSION-ROW THRU 1250-EXIT
106200         IF NOT ESC-FOUND
106300             MOVE 'CASE NOT ON FILE' TO ESC-REJECT-TEXT
106400             GO TO 1490-REFUSE
106500         END-IF
106600         PERFORM 1230-ADD-CASE THRU 1230-EXIT
106700         MOVE SUS-AUTHORITY (SU1) TO CST-AUTHORITY (CS1).
106800
106900     IF CST-LIFTED-NOW (CS1)
107000         MOVE 'DUPLICATE LIFT THIS CYCLE' TO ESC-REJECT-TEXT
107100         GO TO 1490-REFUSE.
107200     IF NOT CST-IS-OPEN (CS1)
107300         MOVE 'CASE ALREADY LIFTED' TO ESC-REJECT-TEXT
107400         GO TO 1490-REFUSE.
107500
107600     ADD 1 TO PST-OK-CTR.
107700     MOVE PST-DISPOSITION TO CST-LIFT-SW (CS1).
107800     MOVE PST-DISPOSITION TO CST-STATUS (CS1).
107900     MOVE PST-LIFT-DATE   TO CST-CLOSE-DATE (CS1).
108000     IF PST-FINDING
108100         MOVE PST-OVERPAY-N TO CST-OVERPAY (CS1)
108200         MOVE PST-OVERPAY-N TO CST-OVERPAY-LEFT (CS1)
108300         MOVE 'LF' TO ESC-EVENT
108400         MOVE PST-OVERPAY-N TO ESC-EVENT-AMT
108500         MOVE 'APPLIED - FINDING' TO ESC-REJECT-TEXT
108600     ELSE
108700         MOVE 'LR' TO ESC-EVENT
108800         MOVE 0    TO ESC-EVENT-AMT
108900         MOVE 'APPLIED - RELEASE' TO ESC-REJECT-TEXT.
109000     MOVE SPACES TO HHA-DCN HHA-HIC HHA-SERV-FROM-DATE.
109100     PERFORM 4800-WRITE-ACTIVITY THRU 4800-EXIT.
109200     PERFORM 1480-WRITE-LIFT-LINE THRU 1480-EXIT.
109300     GO TO 1410-EXIT.
109400
109500 1490-REFUSE.
109600     ADD 1 TO PST-BAD-CTR.
109700     PERFORM 1480-WRITE-LIFT-LINE THRU 1480-EXIT.
109800 1410-EXIT.  EXIT.
109900
110000 1480-WRITE-LIFT-LINE.
110100     MOVE PST-PROV-NO     TO ELL-PROV.
110200     MOVE PST-CASE-ID     TO ELL-CASE.
110300     MOVE PST-LIFT-DATE   TO ELL-LIFT-DATE.
110400     MOVE PST-DISPOSITION TO ELL-DISP.
110500     MOVE 0 TO ELL-OVERPAY.
110600     IF PST-OVERPAY-AMT NUMERIC
110700         MOVE PST-OVERPAY-N TO ELL-OVERPAY.
110800     MOVE PST-ENTERED-BY  TO ELL-BY.
110900     MOVE ESC-REJECT-TEXT TO ELL-RESULT.
111000     WRITE ESCRPT-LINE FROM ESC-LIFT-LINE
111100                            AFTER ADVANCING 1.
111200     ADD 1 TO ESC-LINE-CTR.
111300 1480-EXIT.  EXIT.
111400
111500*================================================================*
111600*    ESCROWED CLAIMS FROM THE PRIOR LEDGER - RELEASE THOSE OF A  *
111700*    CASE LIFTED THIS CYCLE, CARRY THE REST FORWARD              *
111800*================================================================*
111900 2000-CARRY-ESCROW.
112000     MOVE 'CLAIM ACTIVITY' TO ESL-TEXT.
112100     WRITE ESCRPT-LINE FROM ESC-SECTION-LINE
112200                            AFTER ADVANCING 2.
112300     WRITE ESCRPT-LINE FROM ESC-DETAIL-HEAD
112400                            AFTER ADVANCING 1.
112500     ADD 3 TO ESC-LINE-CTR.
112600
112700     MOVE 0 TO EOF-ESI.
112800     OPEN INPUT ESCIN.
112900     IF ESI-STAT1 NOT = '0' AND ESI-STAT1 NOT = '9'
113000         GO TO 2000-EXIT.
113100     PERFORM 2100-READ-ESCROW THRU 2100-EXIT
113200             UNTIL EOF-ESI = 1.
113300     CLOSE ESCIN.
113400 2000-EXIT.  EXIT.
113500
113600 2100-READ-ESCROW.
113700     READ ESCIN
113800          AT END   MOVE 1 TO EOF-ESI
113900                   GO TO 2100-EXIT.
114000     IF NOT ESI-IS-CLAIM
114100         GO TO 2100-EXIT.
114200
114300     MOVE ESI-CLAIM TO HHA-INPUT-DATA.
114310     PERFORM 3000A-LIFT-VERSION-2 THRU 3000A-EXIT.
114400     MOVE ESI-PROV-NO TO PSU-PROV-NO.
114500     MOVE ESI-CASE-ID TO PSU-CASE-ID.
114600     PERFORM 1260-FIND-CASE THRU 1260-EXIT.
114700
114800*    A CLAIM WHOSE CASE RECORD IS MISSING STAYS IN ESCROW UNDER A
114900*    REBUILT OPEN CASE - NOTHING IS PAID WITHOUT A LIFT
115000     IF NOT ESC-FOUND
115100         ADD 1 TO ORPHAN-CTR
115200         DISPLAY '** ESCROWED CLAIM ' HHA-DCN ' CASE ' ESI-CASE-ID
115300                 ' HAS NO CASE RECORD - CASE REOPENED'
115400         PERFORM 1230-ADD-CASE THRU 1230-EXIT
115500         MOVE ESI-DATE TO CST-OPEN-DATE (CS1)
115600         ADD ESI-AMOUNT TO CST-OPEN-BAL (CS1)
115700         ADD ESI-AMOUNT TO CST-BALANCE (CS1)
115800         IF RETURN-CODE < 4
115900             MOVE 4 TO RETURN-CODE.
116000
116100     IF NOT CST-LIFTED-NOW (CS1)
116200         ADD 1 TO CARRIED-CTR
116300         MOVE ESCIN-REC TO ESCOUT-REC
116400         WRITE ESCOUT-REC
116500         GO TO 2100-EXIT.
116600
116700     MOVE ESI-AMOUNT TO ESC-CLAIM-CASH.
116800     MOVE 0 TO ESC-TAKE.
116900     IF CST-FINDING-NOW (CS1)
117000         PERFORM 2200-APPLY-TO-FINDING THRU 2200-EXIT.
117100     COMPUTE ESC-PAID = ESC-CLAIM-CASH - ESC-TAKE.
117200
117300     SUBTRACT ESC-CLAIM-CASH FROM CST-BALANCE (CS1).
117400     ADD 1                   TO CST-REL-CT (CS1).
117500     ADD ESC-PAID            TO CST-REL-AMT (CS1).
117600     ADD 1                   TO RELEASED-CTR.
117700     ADD ESC-PAID            TO ESC-RELEASED-AMT.
117800
117900     IF ESC-TAKE > 0
118000         MOVE 'AP'     TO ESC-EVENT
118100         MOVE ESC-TAKE TO ESC-EVENT-AMT
118200         PERFORM 4800-WRITE-ACTIVITY THRU 4800-EXIT.
118300     MOVE 'RL'     TO ESC-EVENT
118400     MOVE ESC-PAID TO ESC-EVENT-AMT
118500     PERFORM 4800-WRITE-ACTIVITY THRU 4800-EXIT.
118600
118700     PERFORM 4050-PASS-CLAIM THRU 4050-EXIT.
118800     IF ESC-TAKE > 0
118900         MOVE 'APPLIED ' TO EDL-ACTION
119000     ELSE
119100         MOVE 'RELEASED' TO EDL-ACTION.
119200     MOVE ESC-CLAIM-CASH TO EDL-ESCROWED.
119300     MOVE ESC-TAKE       TO EDL-APPLIED.
119400     MOVE ESC-PAID       TO EDL-PAID.
119500     PERFORM 4300-WRITE-DETAIL THRU 4300-EXIT.
119600 2100-EXIT.  EXIT.
119700
119800*    RECOUP THE FINDING FROM THIS CLAIM - UP TO WHAT IT WOULD
119900*    DISBURSE BEFORE INTEREST, WHICH IS STILL OWED TO THE AGENCY.
120000*    THE AMOUNT RIDES THE CLAIM AS AN OFFSET
120100 2200-APPLY-TO-FINDING.
120200     IF CST-OVERPAY-LEFT (CS1) NOT > 0
120300         GO TO 2200-EXIT.
120400     COMPUTE ESC-RECOUPABLE = ESC-CLAIM-CASH - HHA-INTEREST-AMT.
120500     IF ESC-RECOUPABLE NOT > 0
120600         GO TO 2200-EXIT.
120700     IF CST-OVERPAY-LEFT (CS1) < ESC-RECOUPABLE
120800         MOVE CST-OVERPAY-LEFT (CS1) TO ESC-TAKE
120900     ELSE
121000         MOVE ESC-RECOUPABLE TO ESC-TAKE.
121100     ADD ESC-TAKE      TO HHA-OFFSET-APPLIED-AMT.
121200     SUBTRACT ESC-TAKE FROM CST-OVERPAY-LEFT (CS1).
121300     ADD ESC-TAKE      TO CST-APPLIED (CS1).
121400     ADD ESC-TAKE      TO ESC-APPLIED-AMT.
121500 2200-EXIT.  EXIT.
121600
121700*================================================================*
121800*    ONE RECORD FROM THIS CYCLE'S RELFILE                        *
121900*================================================================*
122000 3000-READ-RELFILE.
122100     READ RELFILE INTO HHA-INPUT-DATA
122200          AT END   MOVE 1 TO EOF-REL
122300                   PERFORM 3300-CHECK-EOF THRU 3300-EXIT
122400                   GO TO 3000-EXIT.
122500
122600     IF HHA-INPUT-DATA (1:8) = 'HHOUTHDR'
122700        PERFORM 3400-CHECK-RUN-MODE THRU 3400-EXIT
122800        MOVE 1 TO HDR-SEEN-SW
122900        MOVE 0 TO TRL-SEEN-SW
123000        MOVE 0 TO VAL-COUNT
123100        MOVE 0 TO VAL-SUM-PAY
123200        MOVE 0 TO VAL-SUM-OUTL
123300        GO TO 3000-EXIT.
123400
123500     IF HHA-INPUT-DATA (1:8) = 'HHOUTTRL'
123600        PERFORM 3200-CHECK-TRAILER THRU 3200-EXIT
123700        GO TO 3000-EXIT.
123800
123900     ADD 1 TO REL-READ-CTR.
123910     PERFORM 3000A-LIFT-VERSION-2 THRU 3000A-EXIT.
124000     ADD 1 TO VAL-COUNT.
124100     ADD HHA-TOTAL-PAYMENT   TO VAL-SUM-PAY.
124200     ADD HHA-OUTLIER-PAYMENT TO VAL-SUM-OUTL.
124300
124400     PERFORM 3100-SET-CLAIM-CASH THRU 3100-EXIT.
124500     IF ESC-CLAIM-CASH NOT > 0
124600         GO TO 3090-PASS.
124700
124800     PERFORM 3500-FIND-SUSPENSION THRU 3500-EXIT.
124900     IF NOT ESC-FOUND
125000         GO TO 3090-PASS.
125100
125200*    A LIFTED CASE WHOSE ROW IS STILL OPEN DOES NOT ESCROW AGAIN -
125300*    OPERATIONS IS TOLD TO END THE ROW
125400     IF NOT CST-IS-OPEN (CS1)
125500         ADD 1 TO LIFTED-OPEN-CTR
125600         IF CST-WARNED-SW (CS1) = 'N'
125700             MOVE 'Y' TO CST-WARNED-SW (CS1)
125800             DISPLAY '** PSUSFILE ROW STILL OPEN FOR LIFTED CASE '
125900                     CST-PROV-NO (CS1) ' ' CST-CASE-ID (CS1)
126000             IF RETURN-CODE < 4
126100                 MOVE 4 TO RETURN-CODE
126200             END-IF
126300         END-IF
126400         GO TO 3090-PASS.
126500
126600     PERFORM 4100-ESCROW-CLAIM THRU 4100-EXIT.
126700     GO TO 3000-EXIT.
126800
126900 3090-PASS.
127000     ADD 1 TO PASS-CTR.
127100     PERFORM 4050-PASS-CLAIM THRU 4050-EXIT.
127200 3000-EXIT.  EXIT.
127205
127210*================================================================*
127215*    A VERSION 2 RECORD CARRIES NO VERSION 3 EXTENSION - LIFT    *
127220*    ONE FROM ITS VERSION 2 FIELDS SO BOTH LAYOUTS READ ALIKE    *
127225*================================================================*
127230 3000A-LIFT-VERSION-2.
127235     IF HHA-REC-VERSION = '3'
127240         GO TO 3000A-EXIT.
127245     MOVE SPACES            TO HHA-V3-EXTENSION.
127250     MOVE HHA-PROV-NO       TO HHA-BILLED-PROV-NO.
127275     MOVE HHA-TOTAL-PAYMENT TO HHA-SEQ-PAYABLE-AMT.
127280     IF HHA-SEQUESTRATION-AMT NUMERIC
127285        AND HHA-SEQUESTRATION-AMT NOT > HHA-TOTAL-PAYMENT
127290         SUBTRACT HHA-SEQUESTRATION-AMT FROM HHA-SEQ-PAYABLE-AMT.
127295 3000A-EXIT.  EXIT.
127300
127400*================================================================*
127500*    THE CASH THE CLAIM WOULD DISBURSE - SAME BASIS AS HHEFT213  *
127600*================================================================*
127700 3100-SET-CLAIM-CASH.
127800     MOVE 0 TO ESC-CLAIM-BASE.
127900     MOVE 0 TO ESC-CLAIM-SEQ.
128000     MOVE 0 TO ESC-CLAIM-CASH.
128100     IF HHA-SUSPECT-IND = 'S' OR HHA-IS-INFORMATIONAL
128200         GO TO 3100-EXIT.
128300     IF HHA-ADJ-IS-CANCEL OR HHA-ADJ-IS-ADJUSTMENT
128400         IF HHA-NET-ADJ-AMT > 0
128500             MOVE HHA-NET-ADJ-AMT TO ESC-CLAIM-BASE
128600             IF HHA-TOTAL-PAYMENT > 0
128700                 COMPUTE ESC-CLAIM-SEQ ROUNDED =
128800                         HHA-SEQUESTRATION-AMT
128900                       * HHA-NET-ADJ-AMT / HHA-TOTAL-PAYMENT
129000             END-IF
129100         END-IF
129200     ELSE
129300         IF HHA-RTC-PAYABLE
129400             MOVE HHA-TOTAL-PAYMENT     TO ESC-CLAIM-BASE
129500             MOVE HHA-SEQUESTRATION-AMT TO ESC-CLAIM-SEQ.
129600     COMPUTE ESC-CLAIM-CASH = ESC-CLAIM-BASE - ESC-CLAIM-SEQ
129700                            - HHA-OFFSET-APPLIED-AMT
129800                            + HHA-INTEREST-AMT.
129900 3100-EXIT.  EXIT.
130000
130100 3200-CHECK-TRAILER.
130200     MOVE 1 TO TRL-SEEN-SW.
130300     MOVE HHA-INPUT-DATA (1:650) TO VAL-TRL-REC.
130400     IF VAL-RECORD-COUNT NOT = VAL-COUNT
130500        OR VAL-TOTAL-PAY-SUM NOT = VAL-SUM-PAY
130600        OR VAL-OUTLIER-SUM NOT = VAL-SUM-OUTL
130700        DISPLAY '** HHESC213 - RELFILE TRAILER OUT OF BALANCE'
130800        DISPLAY '** TRAILER COUNT ' VAL-RECORD-COUNT
130900                ' READ ' VAL-COUNT
131000        MOVE 16 TO RETURN-CODE
131100        STOP RUN.
131200 3200-EXIT.  EXIT.
131300
131400 3300-CHECK-EOF.
131500     IF TRL-SEEN-SW = 0
131600        DISPLAY '** HHESC213 - RELFILE ENDED WITH NO TRAILER'
131700        MOVE 16 TO RETURN-CODE
131800        STOP RUN.
131900 3300-EXIT.  EXIT.
132000
132100 3400-CHECK-RUN-MODE.
132200     IF HHA-INPUT-DATA (78:1) = 'T'
132300        AND OWN-RUN-MODE NOT = 'T'
132400         DISPLAY '** HHESC213 - TEST-STAMPED RELFILE REFUSED'
132500         DISPLAY '** THIS JOB IS NOT IN TEST MODE - STOPPED'
132600         MOVE 16 TO RETURN-CODE
132700         STOP RUN.
132800 3400-EXIT.  EXIT.
132900
133000*================================================================*
133100*    IS THE CLAIM'S PROVIDER UNDER A SUSPENSION IN FORCE ON THE  *
133200*    CYCLE DATE?  WHEN IT IS, CS1 IS LEFT ON ITS CASE ROW        *
133300*================================================================*
133400 3500-FIND-SUSPENSION.
133500     MOVE 'N' TO ESC-FOUND-SW.
133600     IF SUS-NEXT = 0
133700         GO TO 3500-EXIT.
133800     SET SU1 TO 1.
133900     SEARCH SUS-DATA VARYING SU1
134000         AT END
134100             GO TO 3500-EXIT
134200         WHEN SU1 > SUS-NEXT
134300             GO TO 3500-EXIT
134400         WHEN SUS-PROV-NO (SU1) = HHA-PROV-NO
134500          AND SUS-FROM-DATE (SU1) NOT > ESC-CYCLE-DATE
134600          AND (SUS-THRU-DATE (SU1) = ZEROS
134700            OR SUS-THRU-DATE (SU1) NOT < ESC-CYCLE-DATE)
134800             CONTINUE
134900     END-SEARCH.
135000
135100     MOVE SUS-PROV-NO (SU1) TO PSU-PROV-NO.
135200     MOVE SUS-CASE-ID (SU1) TO PSU-CASE-ID.
135300     PERFORM 1260-FIND-CASE THRU 1260-EXIT.
135400     IF NOT ESC-FOUND
135500         PERFORM 1230-ADD-CASE THRU 1230-EXIT.
135600     MOVE SUS-AUTHORITY (SU1) TO CST-AUTHORITY (CS1).
135700     MOVE 'Y' TO CST-ON-FILE-SW (CS1).
135800     MOVE 'Y' TO ESC-FOUND-SW.
135900 3500-EXIT.  EXIT.
136000
136100 4050-PASS-CLAIM.
136200     WRITE ESCREL-REC FROM HHA-INPUT-DATA.
136300     ADD 1 TO ESR-COUNT.
136400     ADD HHA-TOTAL-PAYMENT   TO ESR-SUM-PAY.
136500     ADD HHA-OUTLIER-PAYMENT TO ESR-SUM-OUTL.
136600 4050-EXIT.  EXIT.
136700
136800*================================================================*
136900*    PARK THE CLAIM IN ESCROW UNDER ITS CASE                     *
137000*================================================================*
137100 4100-ESCROW-CLAIM.
137200     MOVE SPACES              TO ESCOUT-REC.
137300     MOVE 'D'                 TO ESO-REC-TYPE.
137400     MOVE CST-PROV-NO (CS1)   TO ESO-PROV-NO.
137500     MOVE CST-CASE-ID (CS1)   TO ESO-CASE-ID.
137600     MOVE CST-AUTHORITY (CS1) TO ESO-AUTHORITY.
137700     MOVE ESC-CYCLE-DATE      TO ESO-DATE.
137800     MOVE 'O'                 TO ESO-STATUS.
137900     MOVE ESC-CLAIM-CASH      TO ESO-AMOUNT.
138000     MOVE HHA-INPUT-DATA      TO ESO-CLAIM.
138100     WRITE ESCOUT-REC.
138200
138300     ADD 1              TO ESCROWED-CTR.
138400     ADD ESC-CLAIM-CASH TO ESC-ESCROWED-AMT.
138500     ADD 1              TO CST-ESC-CT (CS1).
138600     ADD ESC-CLAIM-CASH TO CST-ESC-AMT (CS1).
138700     ADD ESC-CLAIM-CASH TO CST-BALANCE (CS1).
138800
138900     MOVE 'ES'           TO ESC-EVENT.
139000     MOVE ESC-CLAIM-CASH TO ESC-EVENT-AMT.
139100     PERFORM 4800-WRITE-ACTIVITY THRU 4800-EXIT.
139200
139300     MOVE 'ESCROWED'     TO EDL-ACTION.
139400     MOVE ESC-CLAIM-CASH TO EDL-ESCROWED.
139500     MOVE 0              TO EDL-APPLIED.
139600     MOVE 0              TO EDL-PAID.
139700     PERFORM 4300-WRITE-DETAIL THRU 4300-EXIT.
139800 4100-EXIT.  EXIT.
139900
140000 4300-WRITE-DETAIL.
140100     IF ESC-LINE-CTR > 54
140200         PERFORM 6500-ESC-HEADINGS THRU 6500-EXIT
140300         WRITE ESCRPT-LINE FROM ESC-DETAIL-HEAD
140400                                AFTER ADVANCING 2
140500         ADD 2 TO ESC-LINE-CTR.
140600     MOVE CST-PROV-NO (CS1) TO EDL-PROV.
140700     MOVE CST-CASE-ID (CS1) TO EDL-CASE.
140800     MOVE HHA-HIC           TO EDL-HIC.
140900     MOVE HHA-DCN           TO EDL-DCN.
141000     MOVE HHA-SERV-FROM-DATE TO EDL-FROM.
141100     WRITE ESCRPT-LINE FROM ESC-DETAIL-LINE
141200                            AFTER ADVANCING 1.
141300     ADD 1 TO ESC-LINE-CTR.
141400 4300-EXIT.  EXIT.
141500
141600*================================================================*
141700*    ONE ESCACT EVENT FOR THE CASE AT CS1                        *
141800*================================================================*
141900 4800-WRITE-ACTIVITY.
142000     ADD 1 TO ESCACT-CTR.
142100     MOVE SPACES              TO ESCACT-REC.
142200     MOVE ESC-CYCLE-DATE      TO ACT-CYCLE-DATE.
142300     MOVE ESCACT-CTR          TO ACT-SEQ.
142400     MOVE CST-PROV-NO (CS1)   TO ACT-PROV-NO.
142500     MOVE CST-CASE-ID (CS1)   TO ACT-CASE-ID.
142600     MOVE CST-AUTHORITY (CS1) TO ACT-AUTHORITY.
142700     MOVE ESC-EVENT           TO ACT-EVENT.
142800     MOVE HHA-DCN             TO ACT-DCN.
142900     MOVE HHA-HIC             TO ACT-HIC.
143000     MOVE HHA-SERV-FROM-DATE  TO ACT-FROM-DATE.
143100     MOVE ESC-EVENT-AMT       TO ACT-AMOUNT.
143200     MOVE CST-BALANCE (CS1)   TO ACT-BALANCE.
143300     WRITE ESCACT-REC.
143400 4800-EXIT.  EXIT.
143500
143600*================================================================*
143700*    ESCREL TRAILER - BALANCES WHAT THIS STEP PASSED ON          *
143800*================================================================*
143900 5000-WRITE-TRAILER.
144000     MOVE SPACES            TO ESR-TRAILER-REC.
144100     MOVE 'HHOUTTRL'        TO ETR-ID.
144200     MOVE ESR-COUNT         TO ETR-RECORD-COUNT.
144300     MOVE ESR-SUM-PAY       TO ETR-TOTAL-PAY-SUM.
144400     MOVE ESR-SUM-OUTL      TO ETR-OUTLIER-SUM.
144500     MOVE VAL-RELEASE-ID    TO ETR-RELEASE-ID.
144600     MOVE VAL-RUN-MODE      TO ETR-RUN-MODE.
144700     WRITE ESCREL-REC FROM ESR-TRAILER-REC.
144800 5000-EXIT.  EXIT.
144900
145000*================================================================*
145100*    OVERPAYMENT A FINDING'S ESCROW DID NOT COVER GOES ON THE    *
145200*    PROVIDER'S OFFSET LEDGER FOR RECOVERY FROM LATER CLAIMS     *
145300*================================================================*
145400 5100-POST-FINDINGS.
145500     IF CASE-NEXT = 0
145600         GO TO 5100-EXIT.
145700     PERFORM 5200-POST-ONE-CASE THRU 5200-EXIT
145800             VARYING CS1 FROM 1 BY 1 UNTIL CS1 > CASE-NEXT.
145900 5100-EXIT.  EXIT.
146000
146100 5200-POST-ONE-CASE.
146200     IF NOT CST-FINDING-NOW (CS1)
146300        OR CST-OVERPAY-LEFT (CS1) NOT > 0
146400         GO TO 5200-EXIT.
146500
146600     MOVE CST-OVERPAY-LEFT (CS1) TO CST-POSTED (CS1).
146700     ADD CST-POSTED (CS1) TO ESC-POSTED-AMT.
146800     MOVE 'N' TO ESC-FOUND-SW.
146900     IF OFF-NEXT > 0
147000         SET OF1 TO 1
147100         SEARCH OFF-DATA VARYING OF1
147200             AT END
147300                 CONTINUE
147400             WHEN OF1 > OFF-NEXT
147500                 CONTINUE
147600             WHEN OFF-PROV-NO (OF1) = CST-PROV-NO (CS1)
147700                 MOVE 'Y' TO ESC-FOUND-SW
147800         END-SEARCH.
147900     IF NOT ESC-FOUND
148000         IF OFF-NEXT NOT < 2000
148100             DISPLAY '** HHESC213 - OFFSET LEDGER FULL - FINDING '
148200                     'NOT POSTED ' CST-CASE-ID (CS1)
148300             MOVE 16 TO RETURN-CODE
148400             STOP RUN
148500         END-IF
148600         ADD 1 TO OFF-NEXT
148700         SET OF1 TO OFF-NEXT
148800         MOVE CST-PROV-NO (CS1) TO OFF-PROV-NO (OF1)
148900         MOVE 0 TO OFF-BALANCE (OF1).
149000     ADD CST-POSTED (CS1) TO OFF-BALANCE (OF1).
149100
149200     MOVE 'OP' TO ESC-EVENT.
149300     MOVE CST-POSTED (CS1) TO ESC-EVENT-AMT.
149400     MOVE SPACES TO HHA-DCN HHA-HIC HHA-SERV-FROM-DATE.
149500     PERFORM 4800-WRITE-ACTIVITY THRU 4800-EXIT.
149600 5200-EXIT.  EXIT.
149700
149800 5300-WRITE-OFFSETS.
149900     IF OFF-NEXT = 0
150000         GO TO 5300-EXIT.
150100     PERFORM 5400-WRITE-ONE-OFFSET THRU 5400-EXIT
150200             VARYING OF1 FROM 1 BY 1 UNTIL OF1 > OFF-NEXT.
150300 5300-EXIT.  EXIT.
150400
150500 5400-WRITE-ONE-OFFSET.
150600     MOVE SPACES            TO OFFSETUP-REC.
150700     MOVE OFF-PROV-NO (OF1) TO OFU-PROV-NO.
150800     MOVE OFF-BALANCE (OF1) TO OFU-BALANCE.
150900     WRITE OFFSETUP-REC.
151000 5400-EXIT.  EXIT.
151100
151200*================================================================*
151300*    CASE RECORDS FOR THE NEXT CYCLE AND THE CASE SUMMARY        *
151400*================================================================*
151500 5500-WRITE-CASES.
151600     PERFORM 6500-ESC-HEADINGS THRU 6500-EXIT.
151700     MOVE 'SUSPENSION CASES' TO ESL-TEXT.
151800     WRITE ESCRPT-LINE FROM ESC-SECTION-LINE
151900                            AFTER ADVANCING 2.
152000     WRITE ESCRPT-LINE FROM ESC-CASE-HEAD
152100                            AFTER ADVANCING 1.
152200     ADD 3 TO ESC-LINE-CTR.
152300     IF CASE-NEXT = 0
152400         GO TO 5500-EXIT.
152500     PERFORM 5600-WRITE-ONE-CASE THRU 5600-EXIT
152600             VARYING CS1 FROM 1 BY 1 UNTIL CS1 > CASE-NEXT.
152700 5500-EXIT.  EXIT.
152800
152900 5600-WRITE-ONE-CASE.
153000     ADD CST-OPEN-BAL (CS1) TO ESC-OPEN-AMT.
153100     ADD CST-BALANCE (CS1)  TO ESC-CLOSE-AMT.
153200
153300     MOVE SPACES              TO ESCOUT-REC.
153400     MOVE 'C'                 TO ESO-REC-TYPE.
153500     MOVE CST-PROV-NO (CS1)   TO ESO-PROV-NO.
153600     MOVE CST-CASE-ID (CS1)   TO ESO-CASE-ID.
153700     MOVE CST-AUTHORITY (CS1) TO ESO-AUTHORITY.
153800     MOVE CST-OPEN-DATE (CS1) TO ESO-DATE.
153900     MOVE CST-STATUS (CS1)    TO ESO-STATUS.
154000     MOVE CST-CLOSE-DATE (CS1) TO ESO-CLOSE-DATE.
154100     MOVE CST-BALANCE (CS1)   TO ESO-AMOUNT.
154200     WRITE ESCOUT-REC.
154300
154400     IF ESC-LINE-CTR > 54
154500         PERFORM 6500-ESC-HEADINGS THRU 6500-EXIT
154600         WRITE ESCRPT-LINE FROM ESC-CASE-HEAD
154700                                AFTER ADVANCING 2
154800         ADD 2 TO ESC-LINE-CTR.
154900     MOVE CST-PROV-NO (CS1)   TO ECL-PROV.
155000     MOVE CST-CASE-ID (CS1)   TO ECL-CASE.
155100     MOVE CST-AUTHORITY (CS1) TO ECL-AUTH.
155200     IF CST-IS-OPEN (CS1)
155300         MOVE 'OPEN    ' TO ECL-STATUS
155400     ELSE
155500     IF CST-STATUS (CS1) = 'F'
155600         MOVE 'FINDING ' TO ECL-STATUS
155700     ELSE
155800         MOVE 'RELEASED' TO ECL-STATUS.
155900     MOVE CST-OPEN-BAL (CS1)  TO ECL-OPENING.
156000     MOVE CST-ESC-AMT (CS1)   TO ECL-ESCROWED.
156100     MOVE CST-REL-AMT (CS1)   TO ECL-RELEASED.
156200     MOVE CST-APPLIED (CS1)   TO ECL-APPLIED.
156300     MOVE CST-POSTED (CS1)    TO ECL-POSTED.
156400     MOVE CST-BALANCE (CS1)   TO ECL-CLOSING.
156500     WRITE ESCRPT-LINE FROM ESC-CASE-LINE
156600                            AFTER ADVANCING 1.
156700     ADD 1 TO ESC-LINE-CTR.
156800 5600-EXIT.  EXIT.
156900
157000*================================================================*
157100*    CYCLE SUMMARY - THE ESCROW ROLL-FORWARD                     *
157200*================================================================*
157300 6000-WRITE-SUMMARY.
157400     MOVE 'ESCROW ROLL-FORWARD' TO ESL-TEXT.
157500     WRITE ESCRPT-LINE FROM ESC-SECTION-LINE
157600                            AFTER ADVANCING 3.
157700     MOVE 'OPENING ESCROW BALANCE'     TO ESM-LABEL.
157800     COMPUTE ESM-COUNT = CARRIED-CTR + RELEASED-CTR.
157900     MOVE ESC-OPEN-AMT                 TO ESM-AMOUNT.
158000     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
158100     MOVE '  ESCROWED THIS CYCLE'      TO ESM-LABEL.
158200     MOVE ESCROWED-CTR                 TO ESM-COUNT.
158300     MOVE ESC-ESCROWED-AMT             TO ESM-AMOUNT.
158400     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
158500     MOVE '  RELEASED TO THE AGENCY'   TO ESM-LABEL.
158600     MOVE RELEASED-CTR                 TO ESM-COUNT.
158700     COMPUTE ESM-AMOUNT = 0 - ESC-RELEASED-AMT.
158800     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
158900     MOVE '  APPLIED TO OVERPAYMENTS'  TO ESM-LABEL.
159000     MOVE 0                            TO ESM-COUNT.
159100     COMPUTE ESM-AMOUNT = 0 - ESC-APPLIED-AMT.
159200     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
159300     MOVE 'CLOSING ESCROW BALANCE'     TO ESM-LABEL.
159400     COMPUTE ESM-COUNT = CARRIED-CTR + ESCROWED-CTR.
159500     MOVE ESC-CLOSE-AMT                TO ESM-AMOUNT.
159600     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
159700     MOVE SPACES TO ESCRPT-LINE.
159800     WRITE ESCRPT-LINE AFTER ADVANCING 1.
159900     MOVE 'FINDINGS POSTED TO OFFSET LEDGER' TO ESM-LABEL.
160000     MOVE 0                            TO ESM-COUNT.
160100     MOVE ESC-POSTED-AMT               TO ESM-AMOUNT.
160200     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
160300     MOVE 'CLAIMS PASSED THROUGH'      TO ESM-LABEL.
160400     MOVE PASS-CTR                     TO ESM-COUNT.
160500     MOVE 0                            TO ESM-AMOUNT.
160600     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
160700     MOVE 'LIFTED CASES STILL OPEN ON FILE' TO ESM-LABEL.
160800     MOVE LIFTED-OPEN-CTR              TO ESM-COUNT.
160900     MOVE 0                            TO ESM-AMOUNT.
161000     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
161100     MOVE 'LIFT TRANSACTIONS REFUSED'  TO ESM-LABEL.
161200     MOVE PST-BAD-CTR                  TO ESM-COUNT.
161300     MOVE 0                            TO ESM-AMOUNT.
161400     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
161500 6000-EXIT.  EXIT.
161600
161700 6100-WRITE-SUM-LINE.
161800     WRITE ESCRPT-LINE FROM ESC-SUM-LINE
161900                            AFTER ADVANCING 1.
162000     ADD 1 TO ESC-LINE-CTR.
162100 6100-EXIT.  EXIT.
162200
162300 6500-ESC-HEADINGS.
162400     WRITE ESCRPT-LINE FROM ESC-HEAD1
162500                            AFTER ADVANCING PAGE.
162600     MOVE ALL '-' TO ESCRPT-LINE.
162700     WRITE ESCRPT-LINE AFTER ADVANCING 1.
162800     MOVE 2 TO ESC-LINE-CTR.
162900 6500-EXIT.  EXIT.
