000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HH271213.
000300
000400*----------------------------------------------------------------*
000500*  BATCH 270/271 ELIGIBILITY INQUIRY RESPONDER                    *
000600*                                                                 *
000700*  LETS AN AGENCY ASK US DIRECTLY WHAT THE DESK ANALYSTS ANSWER   *
000800*  WITH HHINQ213 - WHETHER THE BENEFICIARY IS ENTITLED AND        *
000900*  WHETHER ANOTHER HHA ALREADY HAS A PERIOD OR AN NOA OPEN.       *
001000*  READS THE INBOUND X12 270 INTERCHANGE (X270FILE, 80-BYTE CARD  *
001100*  IMAGES OF THE RAW STREAM, REASSEMBLED ON THE SEGMENT           *
001200*  TERMINATOR AS HH837213 DOES) AND ANSWERS EVERY SUBSCRIBER      *
001300*  INQUIRY WITH ONE 271 TRANSACTION ON X271FILE:                  *
001400*    EB*1 / EB*6  ENTITLED OR NOT ON THE INQUIRY DATE, FROM        *
001500*                 BENEELIG (ENTITLEMENT, DATE OF DEATH)           *
001600*    EB*R         MEDICARE ADVANTAGE ENROLLMENT ON THE INQUIRY    *
001700*                 DATE (BENEELIG MA PERIOD)                       *
001800*    EB*X / 42    THE MOST RECENT HOME HEALTH PERIODS ON THE       *
001900*                 CLAIM-HISTORY MASTER (HISTKSDS) WITH THE        *
002000*                 BILLING AGENCY'S NPI AND PERIOD DATES, AND      *
002100*                 EVERY OPEN NOA ON THE NOA REGISTRY (NOAKSDS)    *
002200*                 WITH THE AGENCY'S PROVIDER NUMBER               *
002300*    AAA          SUBSCRIBER NOT ON FILE, OR AN INQUIRY MISSING   *
002400*                 ITS REQUESTING PROVIDER OR SUBSCRIBER ID        *
002500*                                                                 *
002600*  ONE REPLY INTERCHANGE GOES BACK TO EACH 270 SUBMITTER (ISA06), *
002700*  CARRYING THE SUBMITTER'S OWN USAGE INDICATOR (ISA15).  A       *
002800*  HIC-TYPE ID MAY ARRIVE AS AN MBI - MBIXWALK, WHEN SUPPLIED,    *
002900*  LETS EVERY MASTER MATCH UNDER EITHER IDENTIFIER.               *
003000*                                                                 *
003100*  EVERY INQUIRY - ANSWERED OR REJECTED - IS STAMPED TO THE       *
003200*  INQLOG ACCESS LOG IN HHINQ213'S LAYOUT (KEY TYPE 'E', THE      *
003300*  SUBMITTER ID AS THE USER) FOR THE PHI ACCESS AUDIT, AND        *
003400*  LISTED ON THE ELGRPT CONTROL REPORT.                           *
003500*                                                                 *
003600*  ERAPARM (OPTIONAL) - THE SAME CARD AS HH835213:                *
003700*                       COLUMNS 1-15  OUR ISA SENDER ID            *
003800*                       COLUMNS 33-42 PAYER ID                    *
003900*                       COLUMNS 44-78 PAYER NAME                  *
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
005200     SELECT X270FILE  ASSIGN TO UT-S-X270FILE
005300         FILE STATUS IS X70-STAT.
005400     SELECT BENEELIG  ASSIGN TO UT-S-BENEELIG
005500         FILE STATUS IS BEN-STAT.
005600     SELECT HISTKSDS  ASSIGN TO HISTKSDS
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS HKS-KEY
006000         FILE STATUS IS HKS-STAT.
006100     SELECT NOAKSDS   ASSIGN TO NOAKSDS
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS NKS-KEY
006500         FILE STATUS IS NKS-STAT.
006600     SELECT OPTIONAL MBIXWALK ASSIGN TO UT-S-MBIXWALK
006700         FILE STATUS IS MBX-STAT.
006800     SELECT OPTIONAL ERAPARM ASSIGN TO UT-S-ERAPARM
006900         FILE STATUS IS EPP-STAT.
007000     SELECT X271FILE  ASSIGN TO UT-S-X271FILE
007100         FILE STATUS IS X71-STAT.
007200     SELECT ELGRPT    ASSIGN TO UT-S-ELGRPT
007300         FILE STATUS IS ELR-STAT.
007400     SELECT INQLOG    ASSIGN TO UT-S-INQLOG
007500         FILE STATUS IS IQL-STAT.
007600     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  X270FILE
008100     RECORDING MODE IS F
008200     BLOCK CONTAINS 0 RECORDS
008300     LABEL RECORDS ARE STANDARD.
008400 01  X270FILE-REC               PIC X(80).
008500
008600 FD  BENEELIG
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  BENE-ELIG-REC.
009000     05  BEN-HIC                PIC X(12).
009100     05  FILLER                 PIC X(01).
009200     05  BEN-ENT-FROM           PIC X(08).
009300     05  FILLER                 PIC X(01).
009400     05  BEN-ENT-THRU           PIC X(08).
009500     05  FILLER                 PIC X(01).
009600     05  BEN-DOD                PIC X(08).
009700     05  FILLER                 PIC X(01).
009800     05  BEN-MA-FROM            PIC X(08).
009900     05  FILLER                 PIC X(01).
010000     05  BEN-MA-THRU            PIC X(08).
010100     05  FILLER                 PIC X(23).
010200
010300 FD  HISTKSDS
010400     LABEL RECORDS ARE STANDARD.
010500 01  HISTKSDS-REC.
010600     05  HKS-KEY.
010700         10  HKS-NPI            PIC X(10).
010800         10  HKS-HIC            PIC X(12).
010900         10  HKS-FROM-DATE      PIC X(08).
011000     05  HKS-THRU-DATE          PIC X(08).
011100     05  HKS-PROV-NO            PIC X(06).
011200     05  HKS-TOB-CLASS          PIC X(01).
011300     05  HKS-PAY-RTC            PIC 99.
011400     05  HKS-TOTAL-PAYMENT      PIC 9(07)V9(02).
011500     05  HKS-OUTLIER-PAYMENT    PIC 9(07)V9(02).
011600     05  HKS-ADJ-IND            PIC X(01).
011700     05  HKS-ADMIT-DATE         PIC X(08).
011800     05  HKS-DCN                PIC X(08).
011900     05  HKS-PRED-DCN           PIC X(08).
012000     05  FILLER                 PIC X(10).
012100
012200 FD  NOAKSDS
012300     LABEL RECORDS ARE STANDARD.
012400 01  NOAKSDS-REC.
012500     05  NKS-KEY.
012600         10  NKS-HIC            PIC X(12).
012700         10  NKS-PROV-NO        PIC X(06).
012800         10  NKS-ADMIT-DATE     PIC X(08).
012900     05  NKS-DAYS-LATE          PIC 9(03).
013000     05  FILLER                 PIC X(51).
013100
013200 FD  MBIXWALK
013300     RECORDING MODE IS F
013400     BLOCK CONTAINS 0 RECORDS
013500     LABEL RECORDS ARE STANDARD.
013600 01  MBI-XWALK-REC.
013700     05  MBX-HIC                PIC X(12).
013800     05  FILLER                 PIC X(01).
013900     05  MBX-MBI                PIC X(11).
014000     05  FILLER                 PIC X(56).
014100
014200 FD  ERAPARM
014300     RECORDING MODE IS F
014400     BLOCK CONTAINS 0 RECORDS
014500     LABEL RECORDS ARE STANDARD.
014600 01  ERAPARM-REC.
014700     05  EPP-SENDER-ID          PIC X(15).
014800     05  FILLER                 PIC X(01).
014900     05  EPP-RECEIVER-ID        PIC X(15).
015000     05  FILLER                 PIC X(01).
015100     05  EPP-PAYER-ID           PIC X(10).
015200     05  FILLER                 PIC X(01).
015300     05  EPP-PAYER-NAME         PIC X(35).
015400     05  FILLER                 PIC X(02).
015500
015600 FD  X271FILE
015700     RECORDING MODE IS F
015800     BLOCK CONTAINS 0 RECORDS
015900     LABEL RECORDS ARE STANDARD.
016000 01  X271FILE-REC               PIC X(80).
016100
016200 FD  ELGRPT
016300     RECORDING MODE IS F
016400     BLOCK CONTAINS 133 RECORDS
016500     LABEL RECORDS ARE STANDARD.
016600 01  ELGRPT-LINE                PIC X(133).
016700
016800 FD  INQLOG
016900     RECORDING MODE IS F
017000     BLOCK CONTAINS 0 RECORDS
017100     LABEL RECORDS ARE STANDARD.
017200 01  INQLOG-REC                 PIC X(80).
017300
017400 SD  SORTFILE.
017500 01  SORT-REC.
017600     05  SRT-KEY                PIC X(12).
017700     05  SRT-INQ-NO             PIC 9(05).
017800
017900 WORKING-STORAGE SECTION.
018000 01  FILLER                     PIC X(40)  VALUE
018100     'HH271    - W O R K I N G   S T O R A G E'.
018200 01  HH271-VERSION              PIC X(07)  VALUE 'E2026.1'.
018300 01  EOF-X70                    PIC 9(01)  VALUE 0.
018400 01  EOF-BEN                    PIC 9(01)  VALUE 0.
018500 01  EOF-HKS                    PIC 9(01)  VALUE 0.
018600 01  EOF-NKS                    PIC 9(01)  VALUE 0.
018700 01  EOF-MBX                    PIC 9(01)  VALUE 0.
018800 01  EOF-SRT                    PIC 9(01)  VALUE 0.
018900 01  X270-REC-CTR               PIC 9(09)  VALUE 0.
019000 01  SEGMENT-CTR                PIC 9(09)  VALUE 0.
019100 01  INQUIRY-CTR                PIC 9(07)  VALUE 0.
019200 01  REJECT-CTR                 PIC 9(07)  VALUE 0.
019300 01  NOTFOUND-CTR               PIC 9(07)  VALUE 0.
019400 01  ACTIVE-CTR                 PIC 9(07)  VALUE 0.
019500 01  INACTIVE-CTR               PIC 9(07)  VALUE 0.
019600 01  OTHER-OPEN-CTR             PIC 9(07)  VALUE 0.
019700 01  BEN-READ-CTR               PIC 9(09)  VALUE 0.
019800 01  HKS-READ-CTR               PIC 9(09)  VALUE 0.
019900 01  ST-CTR                     PIC 9(07)  VALUE 0.
020000 01  ISA-CTR                    PIC 9(05)  VALUE 0.
020100 01  SEG-IN-ST                  PIC 9(07)  VALUE 0.
020200 01  SEG-TOTAL                  PIC 9(09)  VALUE 0.
020300 01  CARD-CTR                   PIC 9(09)  VALUE 0.
020400 01  MBX-XW-COUNT               PIC 9(05)  VALUE 0.
020500 01  ELG-LINE-CTR               PIC 9(02)  VALUE 65.
020600 01  ELG-CURR-DATE              PIC X(08)  VALUE SPACES.
020700 01  ELG-CURR-TIME              PIC X(08)  VALUE SPACES.
020800 01  ELG-SENDER-ID              PIC X(15)  VALUE 'HHPRICER'.
020900 01  ELG-PAYER-ID               PIC X(10)  VALUE 'HHPAYER'.
021000 01  ELG-PAYER-NAME             PIC X(35)  VALUE
021100     'MEDICARE HOME HEALTH'.
021200
021300*----------------------------------------------------------------*
021400*  270 PARSE STATE                                                *
021500*----------------------------------------------------------------*
021600 01  CHAR-SUB                   PIC 9(03)  VALUE 0.
021700 01  SEG-LEN                    PIC 9(04)  VALUE 0.
021800 01  WK-CHAR                    PIC X(01)  VALUE SPACE.
021900 01  SEG-BUFFER                 PIC X(1000) VALUE SPACES.
022000 01  SEG-ELEMENTS.
022100     05  SEG-ELEM               PIC X(40)  OCCURS 21.
022200 01  CUR-SUBMITTER              PIC X(15)  VALUE SPACES.
022300 01  CUR-USAGE                  PIC X(01)  VALUE 'P'.
022400 01  CUR-BHT-REF                PIC X(20)  VALUE SPACES.
022500 01  CUR-HL-LEVEL               PIC X(02)  VALUE SPACES.
022600 01  CUR-REQ-NPI                PIC X(10)  VALUE SPACES.
022700 01  CUR-REQ-NAME               PIC X(35)  VALUE SPACES.
022800 01  INQ-OPEN-SW                PIC X(01)  VALUE 'N'.
022900     88  INQ-OPEN                          VALUE 'Y'.
023000
023100*----------------------------------------------------------------*
023200*  MATCH AND ANSWER WORK AREAS                                    *
023300*----------------------------------------------------------------*
023400 01  MATCH-KEY                  PIC X(12)  VALUE SPACES.
023500 01  MATCH-MODE                 PIC X(01)  VALUE SPACE.
023600     88  MATCH-BENE                        VALUE 'B'.
023700     88  MATCH-HIST                        VALUE 'H'.
023800 01  KIX-FIRST-SW               PIC X(01)  VALUE 'N'.
023900     88  KIX-FIRST                         VALUE 'Y'.
024000 01  SLOT-SUB                   PIC 9(01)  VALUE 0.
024100 01  SLOT-MOVE                  PIC 9(01)  VALUE 0.
024200 01  PRD-SUB                    PIC 9(01)  VALUE 0.
024300 01  WK-INQ-DATE                PIC X(08)  VALUE SPACES.
024400 01  WK-ACTIVE-SW               PIC X(01)  VALUE 'N'.
024500     88  WK-ACTIVE                         VALUE 'Y'.
024600 01  WK-RESULT                  PIC X(10)  VALUE SPACES.
024700 01  WK-OTHER-OPEN              PIC X(01)  VALUE SPACE.
024800 01  WK-AAA-CODE                PIC X(02)  VALUE SPACES.
024900 01  PREV-SUBMITTER             PIC X(15)  VALUE SPACES.
025000 01  PREV-USAGE                 PIC X(01)  VALUE SPACE.
025100 01  ISA-OPEN-SW                PIC X(01)  VALUE 'N'.
025200     88  ISA-OPEN                          VALUE 'Y'.
025300 01  GS-ST-CTR                  PIC 9(07)  VALUE 0.
025400 01  HL-CTR                     PIC 9(02)  VALUE 0.
025500
025600*----------------------------------------------------------------*
025700*  SEGMENT BUILDER AND CARD-IMAGE WRITER                          *
025800*----------------------------------------------------------------*
025900 01  ELEM-SEP                   PIC X(01)  VALUE '*'.
026000 01  SEG-TERM                   PIC X(01)  VALUE '~'.
026100 01  SEG-OUT                    PIC X(256) VALUE SPACES.
026200 01  SEG-PTR                    PIC 9(03)  VALUE 1.
026300 01  OUT-LEN                    PIC 9(03)  VALUE 0.
026400 01  OUT-SUB                    PIC 9(03)  VALUE 0.
026500 01  CARD-POS                   PIC 9(02)  VALUE 0.
026600 01  CARD-BUF                   PIC X(80)  VALUE SPACES.
026700 01  EDT-CNT                    PIC 9(09)  VALUE 0.
026800 01  EDT-CNT-PIC                PIC Z(08)9.
026900 01  EDT-LEAD                   PIC 9(02)  VALUE 0.
027000 01  EDT-TEXT                   PIC X(16)  VALUE SPACES.
027100 01  ST-CONTROL                 PIC 9(04)  VALUE 0.
027200 01  ISA-CONTROL                PIC 9(09)  VALUE 0.
027300
027400 01  X70-STAT.
027500     05  X70-STAT1              PIC X.
027600     05  X70-STAT2              PIC X.
027700 01  BEN-STAT.
027800     05  BEN-STAT1              PIC X.
027900     05  BEN-STAT2              PIC X.
028000 01  HKS-STAT.
028100     05  HKS-STAT1              PIC X.
028200     05  HKS-STAT2              PIC X.
028300 01  NKS-STAT.
028400     05  NKS-STAT1              PIC X.
028500     05  NKS-STAT2              PIC X.
028600 01  MBX-STAT.
028700     05  MBX-STAT1              PIC X.
028800     05  MBX-STAT2              PIC X.
028900 01  EPP-STAT.
029000     05  EPP-STAT1              PIC X.
029100     05  EPP-STAT2              PIC X.
029200 01  X71-STAT.
029300     05  X71-STAT1              PIC X.
029400     05  X71-STAT2              PIC X.
029500 01  ELR-STAT.
029600     05  ELR-STAT1              PIC X.
029700     05  ELR-STAT2              PIC X.
029800 01  IQL-STAT.
029900     05  IQL-STAT1              PIC X.
030000     05  IQL-STAT2              PIC X.
030100
030200*----------------------------------------------------------------*
030300*  ONE ENTRY PER SUBSCRIBER INQUIRY, IN ARRIVAL ORDER, WITH THE   *
030400*  ANSWER BUILT UP AS EACH MASTER IS PASSED                       *
030500*----------------------------------------------------------------*
030600 01  INQ-NEXT                   PIC 9(05)  VALUE 0.
030700 01  INQ-TABLE.
030800     05  INQ-DATA               OCCURS 5000
030900                                INDEXED BY IQ1.
031000         10  IQT-SUBMITTER      PIC X(15).
031100         10  IQT-USAGE          PIC X(01).
031200         10  IQT-BHT-REF        PIC X(20).
031300         10  IQT-REQ-NPI        PIC X(10).
031400         10  IQT-REQ-NAME       PIC X(35).
031500         10  IQT-TRACE          PIC X(30).
031600         10  IQT-TRACE-ORIG     PIC X(10).
031700         10  IQT-SUB-ID         PIC X(12).
031800         10  IQT-ALT-ID         PIC X(12).
031900         10  IQT-LAST-NAME      PIC X(25).
032000         10  IQT-FIRST-NAME     PIC X(15).
032100         10  IQT-DOB            PIC X(08).
032200         10  IQT-INQ-DATE       PIC X(08).
032300         10  IQT-REJECT-CODE    PIC X(02).
032400         10  IQT-ELIG-SW        PIC X(01).
032500         10  IQT-ENT-FROM       PIC X(08).
032600         10  IQT-ENT-THRU       PIC X(08).
032700         10  IQT-DOD            PIC X(08).
032800         10  IQT-MA-FROM        PIC X(08).
032900         10  IQT-MA-THRU        PIC X(08).
033000         10  IQT-HIST-HITS      PIC 9(05).
033100         10  IQT-PERIOD         OCCURS 3.
033200             15  IQP-NPI        PIC X(10).
033300             15  IQP-PROV-NO    PIC X(06).
033400             15  IQP-FROM       PIC X(08).
033500             15  IQP-THRU       PIC X(08).
033600         10  IQT-NOA-HITS       PIC 9(05).
033700         10  IQT-NOA            OCCURS 3.
033800             15  IQN-PROV-NO    PIC X(06).
033900             15  IQN-ADMIT      PIC X(08).
034000
034100*----------------------------------------------------------------*
034200*  SUBSCRIBER IDS (AND THEIR CROSSWALK ALTERNATES) IN KEY ORDER,  *
034300*  SO EACH MASTER IS PASSED ONCE                                  *
034400*----------------------------------------------------------------*
034500 01  KIX-NEXT                   PIC 9(05)  VALUE 0.
034600 01  KEY-INDEX-TABLE.
034700     05  KIX-DATA               OCCURS 1 TO 10000
034800                                DEPENDING ON KIX-NEXT
034900                                ASCENDING KEY IS KIX-KEY
035000                                INDEXED BY KX1 KX2.
035100         10  KIX-KEY            PIC X(12).
035200         10  KIX-INQ-NO         PIC 9(05).
035300
035400 01  MBI-XWALK-TABLE.
035500     05  MBX-XW-DATA       OCCURS 20000
035600                           INDEXED BY MX1.
035700         10  TB-MBX-HIC         PIC X(12).
035800         10  TB-MBX-MBI         PIC X(11).
035900
036000*----------------------------------------------------------------*
036100*  PHI ACCESS-LOG RECORD - HHINQ213'S LAYOUT, WITH THE            *
036200*  REQUESTING NPI AND THE ENTITLEMENT ANSWER IN ITS FILLER        *
036300*----------------------------------------------------------------*
036400 01  ACCESS-LOG-RECORD.
036500     05  ALG-DATE               PIC X(08).
036600     05  ALG-TIME               PIC X(06).
036700     05  ALG-USER-ID            PIC X(08).
036800     05  ALG-KEY-TYPE           PIC X(01).
036900     05  ALG-KEY-VALUE          PIC X(12).
037000     05  ALG-HIST-HITS          PIC 9(05).
037100     05  ALG-NOA-HITS           PIC 9(05).
037200     05  ALG-SUSP-HITS          PIC 9(05).
037300     05  ALG-REFUSED-IND        PIC X(01).
037400     05  ALG-REQ-NPI            PIC X(10).
037500     05  ALG-ELIG-IND           PIC X(01).
037600     05  FILLER                 PIC X(18).
037700
037800*----------------------------------------------------------------*
037900*  CONTROL REPORT COMPONENTS                                      *
038000*----------------------------------------------------------------*
038100 01  ELG-HEAD1.
038200     05  FILLER                 PIC X(01)  VALUE SPACES.
038300     05  FILLER                 PIC X(45)  VALUE
038400        ' HHA 270/271 ELIGIBILITY RESPONSE REPORT     '.
038500     05  FILLER                 PIC X(10)  VALUE 'RUN DATE  '.
038600     05  EH1-RUN-DATE           PIC X(08).
038700
038800 01  ELG-HEAD2.
038900     05  FILLER                 PIC X(02)  VALUE SPACES.
039000     05  FILLER                 PIC X(51)  VALUE
039100        'SUBMITTER        REQ NPI     SUBSCRIBER    INQ DATE'.
039200     05  FILLER                 PIC X(43)  VALUE
039300        '  RESULT         PRDS  NOAS  OTHER HHA OPEN'.
039400
039500 01  ELG-DETAIL-LINE.
039600     05  FILLER                 PIC X(02)  VALUE SPACES.
039700     05  EDL-SUBMITTER          PIC X(15).
039800     05  FILLER                 PIC X(02)  VALUE SPACES.
039900     05  EDL-REQ-NPI            PIC X(10).
040000     05  FILLER                 PIC X(02)  VALUE SPACES.
040100     05  EDL-SUB-ID             PIC X(12).
040200     05  FILLER                 PIC X(02)  VALUE SPACES.
040300     05  EDL-INQ-DATE           PIC X(08).
040400     05  FILLER                 PIC X(02)  VALUE SPACES.
040500     05  EDL-RESULT             PIC X(10).
040600     05  FILLER                 PIC X(04)  VALUE SPACES.
040700     05  EDL-PERIODS            PIC ZZZZ9.
040800     05  FILLER                 PIC X(01)  VALUE SPACES.
040900     05  EDL-NOAS               PIC ZZZZ9.
041000     05  FILLER                 PIC X(02)  VALUE SPACES.
041100     05  EDL-OTHER              PIC X(01).
041200
041300**--------------------------------------------------------------
041400 PROCEDURE  DIVISION.
041500
041600 0000-MAINLINE  SECTION.
041700
041800     MOVE FUNCTION CURRENT-DATE (1:8)  TO ELG-CURR-DATE.
041900     MOVE FUNCTION CURRENT-DATE (9:8)  TO ELG-CURR-TIME.
042000     PERFORM 0700-GET-PARMS THRU 0700-EXIT.
042100     PERFORM 0500-LOAD-XWALK THRU 0500-EXIT.
042200
042300     OPEN INPUT X270FILE.
042400     MOVE SPACES TO SEG-BUFFER.
042500     MOVE 0 TO SEG-LEN.
042600     PERFORM 1000-READ-X270-RECORD THRU 1000-EXIT
042700             UNTIL EOF-X70 = 1.
042800     IF SEG-LEN > 0
042900         PERFORM 1200-PROCESS-SEGMENT THRU 1200-EXIT.
043000     IF INQ-OPEN
043100         PERFORM 1700-FLUSH-INQUIRY THRU 1700-EXIT.
043200     CLOSE X270FILE.
043300
043400     SORT SORTFILE
043500          ON ASCENDING KEY SRT-KEY
043600          INPUT  PROCEDURE IS 2000-RELEASE-KEYS
043700          OUTPUT PROCEDURE IS 2100-LOAD-KEYS.
043800
043900     PERFORM 3000-MATCH-MASTERS THRU 3000-EXIT.
044000
044100     OPEN OUTPUT X271FILE
044200                 ELGRPT
044300                 INQLOG.
044400     PERFORM 4000-ANSWER-ONE THRU 4000-EXIT
044500             VARYING IQ1 FROM 1 BY 1 UNTIL IQ1 > INQ-NEXT.
044600     IF ISA-OPEN
044700         PERFORM 4900-CLOSE-INTERCHANGE THRU 4900-EXIT.
044800     PERFORM 8200-FLUSH-CARD THRU 8200-EXIT.
044900     CLOSE X271FILE ELGRPT INQLOG.
045000
045100     DISPLAY '-- PROGRAM HH271213  VERSION  ===> ' HH271-VERSION.
045200     DISPLAY '-- X270 RECORDS READ          ===> ' X270-REC-CTR.
045300     DISPLAY '-- SEGMENTS PROCESSED         ===> ' SEGMENT-CTR.
045400     DISPLAY '-- SUBSCRIBER INQUIRIES       ===> ' INQUIRY-CTR.
045500     DISPLAY '-- INQUIRIES REJECTED         ===> ' REJECT-CTR.
045600     DISPLAY '-- SUBSCRIBERS NOT ON FILE    ===> ' NOTFOUND-CTR.
045700     DISPLAY '-- ENTITLED ON INQUIRY DATE   ===> ' ACTIVE-CTR.
045800     DISPLAY '-- NOT ENTITLED               ===> ' INACTIVE-CTR.
045900     DISPLAY '-- OTHER HHA PERIOD/NOA OPEN  ===> ' OTHER-OPEN-CTR.
046000     DISPLAY '-- BENEELIG RECORDS READ      ===> ' BEN-READ-CTR.
046100     DISPLAY '-- HISTKSDS RECORDS READ      ===> ' HKS-READ-CTR.
046200     DISPLAY '-- 271 INTERCHANGES WRITTEN   ===> ' ISA-CTR.
046300     DISPLAY '-- 271 TRANSACTIONS WRITTEN   ===> ' ST-CTR.
046400     DISPLAY '-- X271 RECORDS WRITTEN       ===> ' CARD-CTR.
046500
046600     STOP RUN.
046700
046800*================================================================*
046900*    HIC/MBI CROSSWALK, WHEN SUPPLIED                            *
047000*================================================================*
047100 0500-LOAD-XWALK.
047200     OPEN INPUT MBIXWALK.
047300     IF MBX-STAT1 = '0' OR MBX-STAT1 = '9'
047400         PERFORM 0600-READ-XWALK THRU 0600-EXIT
047500              UNTIL EOF-MBX = 1
047600         CLOSE MBIXWALK.
047700 0500-EXIT.  EXIT.
047800
047900 0600-READ-XWALK.
048000     READ MBIXWALK
048100          AT END   MOVE 1 TO EOF-MBX
048200                   GO TO 0600-EXIT.
048300
048400     IF MBX-XW-COUNT < 20000
048500         ADD 1 TO MBX-XW-COUNT
048600         SET MX1 TO MBX-XW-COUNT
048700         MOVE MBX-HIC TO TB-MBX-HIC (MX1)
048800         MOVE MBX-MBI TO TB-MBX-MBI (MX1)
048900     ELSE
049000         DISPLAY '** CROSSWALK TABLE FULL - ENTRY DROPPED'.
049100 0600-EXIT.  EXIT.
049200
049300 0700-GET-PARMS.
049400     MOVE ELG-CURR-TIME (1:6) TO ISA-CONTROL.
049500     OPEN INPUT ERAPARM.
049600     IF EPP-STAT1 = '0' OR EPP-STAT1 = '9'
049700         READ ERAPARM
049800             AT END MOVE SPACES TO ERAPARM-REC
049900         END-READ
050000         IF EPP-SENDER-ID NOT = SPACES
050100             MOVE EPP-SENDER-ID TO ELG-SENDER-ID
050200         END-IF
050300         IF EPP-PAYER-ID NOT = SPACES
050400             MOVE EPP-PAYER-ID TO ELG-PAYER-ID
050500         END-IF
050600         IF EPP-PAYER-NAME NOT = SPACES
050700             MOVE EPP-PAYER-NAME TO ELG-PAYER-NAME
050800         END-IF
050900         CLOSE ERAPARM.
051000 0700-EXIT.  EXIT.
051100
051200*================================================================*
051300*    REASSEMBLE 270 SEGMENTS ACROSS RECORD BOUNDARIES            *
051400*================================================================*
051500 1000-READ-X270-RECORD.
051600     READ X270FILE
051700          AT END   MOVE 1 TO EOF-X70
051800                   GO TO 1000-EXIT.
051900     ADD 1 TO X270-REC-CTR.
052000
052100     PERFORM 1100-SCAN-ONE-CHAR THRU 1100-EXIT
052200             VARYING CHAR-SUB FROM 1 BY 1 UNTIL CHAR-SUB > 80.
052300 1000-EXIT.  EXIT.
052400
052500 1100-SCAN-ONE-CHAR.
052600     MOVE X270FILE-REC (CHAR-SUB:1) TO WK-CHAR.
052700     IF WK-CHAR = SEG-TERM
052800         PERFORM 1200-PROCESS-SEGMENT THRU 1200-EXIT
052900         GO TO 1100-EXIT.
053000     IF SEG-LEN < 1000
053100         ADD 1 TO SEG-LEN
053200         MOVE WK-CHAR TO SEG-BUFFER (SEG-LEN:1).
053300 1100-EXIT.  EXIT.
053400
053500*================================================================*
053600*    ONE COMPLETE SEGMENT - SPLIT AND DISPATCH                   *
053700*================================================================*
053800 1200-PROCESS-SEGMENT.
053900     IF SEG-LEN = 0
054000         GO TO 1200-EXIT.
054100     ADD 1 TO SEGMENT-CTR.
054200
054300*    THE ISA SEGMENT DEFINES THE ELEMENT SEPARATOR (POSITION 4)
054400     IF SEG-BUFFER (1:3) = 'ISA'
054500         MOVE SEG-BUFFER (4:1) TO ELEM-SEP.
054600
054700     MOVE SPACES TO SEG-ELEMENTS.
054800     UNSTRING SEG-BUFFER (1:SEG-LEN)
054900         DELIMITED BY ELEM-SEP
055000         INTO SEG-ELEM (1)  SEG-ELEM (2)  SEG-ELEM (3)
055100              SEG-ELEM (4)  SEG-ELEM (5)  SEG-ELEM (6)
055200              SEG-ELEM (7)  SEG-ELEM (8)  SEG-ELEM (9)
055300              SEG-ELEM (10) SEG-ELEM (11) SEG-ELEM (12)
055400              SEG-ELEM (13) SEG-ELEM (14) SEG-ELEM (15)
055500              SEG-ELEM (16) SEG-ELEM (17) SEG-ELEM (18)
055600              SEG-ELEM (19) SEG-ELEM (20) SEG-ELEM (21)
055700     END-UNSTRING.
055800
055900     IF SEG-ELEM (1) = 'ISA'
056000         PERFORM 1250-APPLY-ISA THRU 1250-EXIT
056100     ELSE
056200     IF SEG-ELEM (1) = 'BHT'
056300         MOVE SEG-ELEM (4) (1:20) TO CUR-BHT-REF
056400     ELSE
056500     IF SEG-ELEM (1) = 'HL'
056600         PERFORM 1300-APPLY-HL THRU 1300-EXIT
056700     ELSE
056800     IF SEG-ELEM (1) = 'NM1'
056900         PERFORM 1400-APPLY-NM1 THRU 1400-EXIT
057000     ELSE
057100     IF SEG-ELEM (1) = 'TRN'
057200         PERFORM 1500-APPLY-TRN THRU 1500-EXIT
057300     ELSE
057400     IF SEG-ELEM (1) = 'DMG'
057500         IF INQ-OPEN
057600             MOVE SEG-ELEM (3) (1:8) TO IQT-DOB (IQ1)
057700         END-IF
057800     ELSE
057900     IF SEG-ELEM (1) = 'DTP'
058000         PERFORM 1600-APPLY-DTP THRU 1600-EXIT
058100     ELSE
058200     IF SEG-ELEM (1) = 'SE'
058300        OR SEG-ELEM (1) = 'GE'
058400        OR SEG-ELEM (1) = 'IEA'
058500         IF INQ-OPEN
058600             PERFORM 1700-FLUSH-INQUIRY THRU 1700-EXIT
058700         END-IF
058800     END-IF.
058900
059000     MOVE SPACES TO SEG-BUFFER.
059100     MOVE 0 TO SEG-LEN.
059200 1200-EXIT.  EXIT.
059300
059400 1250-APPLY-ISA.
059500     IF INQ-OPEN
059600         PERFORM 1700-FLUSH-INQUIRY THRU 1700-EXIT.
059700     MOVE SEG-ELEM (7) (1:15) TO CUR-SUBMITTER.
059800     MOVE 'P' TO CUR-USAGE.
059900     IF SEG-ELEM (16) (1:1) = 'T'
060000         MOVE 'T' TO CUR-USAGE.
060100     MOVE SPACES TO CUR-REQ-NPI CUR-REQ-NAME CUR-BHT-REF.
060200 1250-EXIT.  EXIT.
060300
060400*================================================================*
060500*    HL - LEVEL 21 IS THE REQUESTING PROVIDER; EACH LEVEL 22     *
060600*    (OR 23) OPENS A NEW SUBSCRIBER INQUIRY                      *
060700*================================================================*
060800 1300-APPLY-HL.
060900     IF INQ-OPEN
061000         PERFORM 1700-FLUSH-INQUIRY THRU 1700-EXIT.
061100     MOVE SEG-ELEM (4) (1:2) TO CUR-HL-LEVEL.
061200     IF CUR-HL-LEVEL = '20'
061300         MOVE SPACES TO CUR-REQ-NPI CUR-REQ-NAME.
061400     IF CUR-HL-LEVEL NOT = '22' AND CUR-HL-LEVEL NOT = '23'
061500         GO TO 1300-EXIT.
061600
061700     IF INQ-NEXT NOT < 5000
061800         DISPLAY '** HH271213 - MORE THAN 5000 INQUIRIES IN ONE'
061900                 ' RUN - SPLIT THE 270 BATCH'
062000         MOVE 16 TO RETURN-CODE
062100         STOP RUN.
062200     ADD 1 TO INQ-NEXT.
062300     SET IQ1 TO INQ-NEXT.
062400     INITIALIZE INQ-DATA (IQ1).
062500     MOVE 'Y'              TO INQ-OPEN-SW.
062600     MOVE CUR-SUBMITTER    TO IQT-SUBMITTER (IQ1).
062700     MOVE CUR-USAGE        TO IQT-USAGE     (IQ1).
062800     MOVE CUR-BHT-REF      TO IQT-BHT-REF   (IQ1).
062900     MOVE CUR-REQ-NPI      TO IQT-REQ-NPI   (IQ1).
063000     MOVE CUR-REQ-NAME     TO IQT-REQ-NAME  (IQ1).
063100     MOVE ELG-CURR-DATE    TO IQT-INQ-DATE  (IQ1).
063200     MOVE 'N'              TO IQT-ELIG-SW   (IQ1).
063300 1300-EXIT.  EXIT.
063400
063500 1400-APPLY-NM1.
063600     IF CUR-HL-LEVEL = '21'
063700         MOVE SEG-ELEM (4) (1:35) TO CUR-REQ-NAME
063800         IF SEG-ELEM (9) = 'XX'
063900             MOVE SEG-ELEM (10) (1:10) TO CUR-REQ-NPI
064000         END-IF
064100         GO TO 1400-EXIT.
064200     IF NOT INQ-OPEN
064300         GO TO 1400-EXIT.
064400     IF SEG-ELEM (2) = 'IL'
064500         MOVE SEG-ELEM (4) (1:25)  TO IQT-LAST-NAME  (IQ1)
064600         MOVE SEG-ELEM (5) (1:15)  TO IQT-FIRST-NAME (IQ1)
064700         MOVE SEG-ELEM (10) (1:12) TO IQT-SUB-ID     (IQ1).
064800 1400-EXIT.  EXIT.
064900
065000*    TRN*1 IS THE SUBMITTER'S TRACE - IT COMES BACK AS TRN*2
065100 1500-APPLY-TRN.
065200     IF NOT INQ-OPEN
065300         GO TO 1500-EXIT.
065400     IF SEG-ELEM (2) = '1'
065500         MOVE SEG-ELEM (3) (1:30) TO IQT-TRACE      (IQ1)
065600         MOVE SEG-ELEM (4) (1:10) TO IQT-TRACE-ORIG (IQ1).
065700 1500-EXIT.  EXIT.
065800
065900*    DTP*291 IS THE DATE (OR FIRST DATE OF THE RANGE) ASKED ABOUT
066000 1600-APPLY-DTP.
066100     IF NOT INQ-OPEN
066200         GO TO 1600-EXIT.
066300     IF SEG-ELEM (2) = '291'
066400        AND SEG-ELEM (4) (1:8) NUMERIC
066500         MOVE SEG-ELEM (4) (1:8) TO IQT-INQ-DATE (IQ1).
066600 1600-EXIT.  EXIT.
066700
066800*================================================================*
066900*    CLOSE THE OPEN INQUIRY - VALIDATE IT AND FIND ITS MBI/HIC   *
067000*    ALTERNATE                                                   *
067100*================================================================*
067200 1700-FLUSH-INQUIRY.
067300     MOVE 'N' TO INQ-OPEN-SW.
067400     ADD 1 TO INQUIRY-CTR.
067500     IF IQT-REQ-NPI (IQ1) = SPACES
067600         MOVE '43' TO IQT-REJECT-CODE (IQ1)
067700         GO TO 1700-EXIT.
067800     IF IQT-SUB-ID (IQ1) = SPACES
067900         MOVE '72' TO IQT-REJECT-CODE (IQ1)
068000         GO TO 1700-EXIT.
068100     IF MBX-XW-COUNT > 0
068200         PERFORM 1750-FIND-ALTERNATE THRU 1750-EXIT.
068300 1700-EXIT.  EXIT.
068400
068500 1750-FIND-ALTERNATE.
068600     SET MX1 TO 1.
068700     SEARCH MBX-XW-DATA VARYING MX1
068800         AT END
068900             CONTINUE
069000         WHEN MX1 > MBX-XW-COUNT
069100             CONTINUE
069200         WHEN TB-MBX-MBI (MX1) = IQT-SUB-ID (IQ1) (1:11)
069300             MOVE TB-MBX-HIC (MX1) TO IQT-ALT-ID (IQ1)
069400         WHEN TB-MBX-HIC (MX1) = IQT-SUB-ID (IQ1)
069500             MOVE TB-MBX-MBI (MX1) TO IQT-ALT-ID (IQ1)
069600     END-SEARCH.
069700 1750-EXIT.  EXIT.
069800
069900*================================================================*
070000*    KEY INDEX - EVERY ANSWERABLE INQUIRY UNDER ITS SUBSCRIBER   *
070100*    ID AND ITS CROSSWALK ALTERNATE                              *
070200*================================================================*
070300 2000-RELEASE-KEYS  SECTION.
070400
070500     PERFORM 2050-RELEASE-ONE THRU 2050-EXIT
070600             VARYING IQ1 FROM 1 BY 1 UNTIL IQ1 > INQ-NEXT.
070700     GO TO 2000-DONE.
070800
070900 2050-RELEASE-ONE.
071000     IF IQT-REJECT-CODE (IQ1) NOT = SPACES
071100         GO TO 2050-EXIT.
071200     SET SRT-INQ-NO TO IQ1.
071300     MOVE IQT-SUB-ID (IQ1) TO SRT-KEY.
071400     RELEASE SORT-REC.
071500     IF IQT-ALT-ID (IQ1) NOT = SPACES
071600        AND IQT-ALT-ID (IQ1) NOT = IQT-SUB-ID (IQ1)
071700         MOVE IQT-ALT-ID (IQ1) TO SRT-KEY
071800         RELEASE SORT-REC.
071900 2050-EXIT.  EXIT.
072000
072100 2000-DONE.
072200     EXIT.
072300
072400 2100-LOAD-KEYS  SECTION.
072500
072600     MOVE 0 TO EOF-SRT.
072700     PERFORM 2150-LOAD-ONE THRU 2150-EXIT
072800             UNTIL EOF-SRT = 1.
072900     GO TO 2100-DONE.
073000
073100 2150-LOAD-ONE.
073200     RETURN SORTFILE
073300          AT END   MOVE 1 TO EOF-SRT
073400                   GO TO 2150-EXIT.
073500     ADD 1 TO KIX-NEXT.
073600     SET KX1 TO KIX-NEXT.
073700     MOVE SRT-KEY    TO KIX-KEY    (KX1).
073800     MOVE SRT-INQ-NO TO KIX-INQ-NO (KX1).
073900 2150-EXIT.  EXIT.
074000
074100 2100-DONE.
074200     EXIT.
074300
074400*================================================================*
074500*    PASS BENEELIG AND HISTKSDS ONCE EACH, THEN PROBE NOAKSDS    *
074600*    BY KEY FOR EVERY ANSWERABLE INQUIRY                         *
074700*================================================================*
074800 3000-ANSWER-INQUIRIES  SECTION.
074900
075000 3000-MATCH-MASTERS.
075100     IF KIX-NEXT = 0
075200         GO TO 3000-EXIT.
075300
075400     OPEN INPUT BENEELIG.
075500     IF BEN-STAT1 NOT = '0'
075600         DISPLAY '** HH271213 - BENEELIG OPEN FAILED - STATUS '
075700                 BEN-STAT
075800         MOVE 16 TO RETURN-CODE
075900         STOP RUN.
076000     MOVE 'B' TO MATCH-MODE.
076100     PERFORM 3100-READ-BENEELIG THRU 3100-EXIT
076200             UNTIL EOF-BEN = 1.
076300     CLOSE BENEELIG.
076400
076500     OPEN INPUT HISTKSDS.
076600     IF HKS-STAT1 NOT = '0'
076700         DISPLAY '** HH271213 - HISTKSDS OPEN FAILED - STATUS '
076800                 HKS-STAT
076900         MOVE 16 TO RETURN-CODE
077000         STOP RUN.
077100     MOVE 'H' TO MATCH-MODE.
077200     PERFORM 3300-READ-HISTKSDS THRU 3300-EXIT
077300             UNTIL EOF-HKS = 1.
077400     CLOSE HISTKSDS.
077500
077600     OPEN INPUT NOAKSDS.
077700     IF NKS-STAT1 NOT = '0'
077800         DISPLAY '** HH271213 - NOAKSDS OPEN FAILED - STATUS '
077900                 NKS-STAT
078000         MOVE 16 TO RETURN-CODE
078100         STOP RUN.
078200     PERFORM 3500-PROBE-NOAS THRU 3500-EXIT
078300             VARYING IQ1 FROM 1 BY 1 UNTIL IQ1 > INQ-NEXT.
078400     CLOSE NOAKSDS.
078500 3000-EXIT.  EXIT.
078600
078700 3100-READ-BENEELIG.
078800     READ BENEELIG
078900          AT END   MOVE 1 TO EOF-BEN
079000                   GO TO 3100-EXIT.
079100     ADD 1 TO BEN-READ-CTR.
079200     MOVE BEN-HIC TO MATCH-KEY.
079300     PERFORM 3900-FIND-KEY THRU 3900-EXIT.
079400 3100-EXIT.  EXIT.
079500
079600*    ENTITLEMENT AND DEATH ARE THE SAME ON EVERY ROW; ONLY AN MA
079700*    PERIOD COVERING THE INQUIRY DATE IS KEPT
079800 3200-APPLY-BENE.
079900     MOVE 'Y'          TO IQT-ELIG-SW  (IQ1).
080000     MOVE BEN-ENT-FROM TO IQT-ENT-FROM (IQ1).
080100     MOVE BEN-ENT-THRU TO IQT-ENT-THRU (IQ1).
080200     MOVE BEN-DOD      TO IQT-DOD      (IQ1).
080300     IF BEN-MA-FROM NUMERIC AND BEN-MA-FROM NOT = ZEROES
080400        AND BEN-MA-FROM NOT > IQT-INQ-DATE (IQ1)
080500         IF BEN-MA-THRU NOT NUMERIC OR BEN-MA-THRU = ZEROES
080600            OR BEN-MA-THRU NOT < IQT-INQ-DATE (IQ1)
080700             MOVE BEN-MA-FROM TO IQT-MA-FROM (IQ1)
080800             MOVE BEN-MA-THRU TO IQT-MA-THRU (IQ1)
080900         END-IF
081000     END-IF.
081100 3200-EXIT.  EXIT.
081200
081300 3300-READ-HISTKSDS.
081400     READ HISTKSDS NEXT RECORD
081500          AT END   MOVE 1 TO EOF-HKS
081600                   GO TO 3300-EXIT.
081700     ADD 1 TO HKS-READ-CTR.
081800*    A CANCELLED PERIOD IS NOT OPEN TO ANYONE
081900     IF HKS-ADJ-IND = 'C'
082000         GO TO 3300-EXIT.
082100     MOVE HKS-HIC TO MATCH-KEY.
082200     PERFORM 3900-FIND-KEY THRU 3900-EXIT.
082300 3300-EXIT.  EXIT.
082400
082500*    KEEP THE THREE MOST RECENT PERIODS, NEWEST FIRST
082600 3400-APPLY-HIST.
082700     ADD 1 TO IQT-HIST-HITS (IQ1).
082800     MOVE 0 TO SLOT-SUB.
082900     PERFORM 3450-FIND-SLOT THRU 3450-EXIT
083000             VARYING PRD-SUB FROM 1 BY 1
083100             UNTIL PRD-SUB > 3 OR SLOT-SUB > 0.
083200     IF SLOT-SUB = 0
083300         GO TO 3400-EXIT.
083400     PERFORM 3460-SHIFT-DOWN THRU 3460-EXIT
083500             VARYING PRD-SUB FROM 3 BY -1
083600             UNTIL PRD-SUB NOT > SLOT-SUB.
083700     MOVE HKS-NPI       TO IQP-NPI     (IQ1 SLOT-SUB).
083800     MOVE HKS-PROV-NO   TO IQP-PROV-NO (IQ1 SLOT-SUB).
083900     MOVE HKS-FROM-DATE TO IQP-FROM    (IQ1 SLOT-SUB).
084000     MOVE HKS-THRU-DATE TO IQP-THRU    (IQ1 SLOT-SUB).
084100 3400-EXIT.  EXIT.
084200
084300 3450-FIND-SLOT.
084400     IF IQP-FROM (IQ1 PRD-SUB) = SPACES
084500        OR HKS-FROM-DATE > IQP-FROM (IQ1 PRD-SUB)
084600         MOVE PRD-SUB TO SLOT-SUB.
084700 3450-EXIT.  EXIT.
084800
084900 3460-SHIFT-DOWN.
085000     COMPUTE SLOT-MOVE = PRD-SUB - 1.
085100     MOVE IQT-PERIOD (IQ1 SLOT-MOVE) TO IQT-PERIOD (IQ1 PRD-SUB).
085200 3460-EXIT.  EXIT.
085300
085400*================================================================*
085500*    NOA REGISTRY - KEYED HIC FIRST, SO BROWSE FROM THE           *
085600*    SUBSCRIBER'S LOW KEY UNDER EACH IDENTIFIER                  *
085700*================================================================*
085800 3500-PROBE-NOAS.
085900     IF IQT-REJECT-CODE (IQ1) NOT = SPACES
086000         GO TO 3500-EXIT.
086100     MOVE IQT-SUB-ID (IQ1) TO MATCH-KEY.
086200     PERFORM 3600-BROWSE-NOAS THRU 3600-EXIT.
086300     IF IQT-ALT-ID (IQ1) NOT = SPACES
086400        AND IQT-ALT-ID (IQ1) NOT = IQT-SUB-ID (IQ1)
086500         MOVE IQT-ALT-ID (IQ1) TO MATCH-KEY
086600         PERFORM 3600-BROWSE-NOAS THRU 3600-EXIT.
086700 3500-EXIT.  EXIT.
086800
086900 3600-BROWSE-NOAS.
087000     MOVE LOW-VALUES TO NKS-KEY.
087100     MOVE MATCH-KEY  TO NKS-HIC.
087200     START NOAKSDS KEY IS NOT LESS THAN NKS-KEY
087300         INVALID KEY
087400             GO TO 3600-EXIT
087500     END-START.
087600     MOVE 0 TO EOF-NKS.
087700     PERFORM 3700-READ-NOA THRU 3700-EXIT
087800             UNTIL EOF-NKS = 1.
087900 3600-EXIT.  EXIT.
088000
088100 3700-READ-NOA.
088200     READ NOAKSDS NEXT RECORD
088300          AT END   MOVE 1 TO EOF-NKS
088400                   GO TO 3700-EXIT.
088500     IF NKS-STAT1 NOT = '0'
088600        OR NKS-HIC NOT = MATCH-KEY
088700         MOVE 1 TO EOF-NKS
088800         GO TO 3700-EXIT.
088900
089000     ADD 1 TO IQT-NOA-HITS (IQ1).
089100     MOVE 0 TO SLOT-SUB.
089200     PERFORM 3750-FIND-NOA-SLOT THRU 3750-EXIT
089300             VARYING PRD-SUB FROM 1 BY 1
089400             UNTIL PRD-SUB > 3 OR SLOT-SUB > 0.
089500     IF SLOT-SUB = 0
089600         GO TO 3700-EXIT.
089700     PERFORM 3760-SHIFT-NOA THRU 3760-EXIT
089800             VARYING PRD-SUB FROM 3 BY -1
089900             UNTIL PRD-SUB NOT > SLOT-SUB.
090000     MOVE NKS-PROV-NO    TO IQN-PROV-NO (IQ1 SLOT-SUB).
090100     MOVE NKS-ADMIT-DATE TO IQN-ADMIT   (IQ1 SLOT-SUB).
090200 3700-EXIT.  EXIT.
090300
090400 3750-FIND-NOA-SLOT.
090500     IF IQN-ADMIT (IQ1 PRD-SUB) = SPACES
090600        OR NKS-ADMIT-DATE > IQN-ADMIT (IQ1 PRD-SUB)
090700         MOVE PRD-SUB TO SLOT-SUB.
090800 3750-EXIT.  EXIT.
090900
091000 3760-SHIFT-NOA.
091100     COMPUTE SLOT-MOVE = PRD-SUB - 1.
091200     MOVE IQT-NOA (IQ1 SLOT-MOVE) TO IQT-NOA (IQ1 PRD-SUB).
091300 3760-EXIT.  EXIT.
091400
091500*================================================================*
091600*    APPLY A MASTER RECORD TO EVERY INQUIRY CARRYING ITS KEY     *
091700*================================================================*
091800 3900-FIND-KEY.
091900     SEARCH ALL KIX-DATA
092000         AT END
092100             GO TO 3900-EXIT
092200         WHEN KIX-KEY (KX1) = MATCH-KEY
092300             SET KX2 TO KX1
092400     END-SEARCH.
092500*    BACK UP TO THE FIRST ENTRY FOR THE KEY
092600     MOVE 'N' TO KIX-FIRST-SW.
092700     PERFORM 3910-BACK-UP THRU 3910-EXIT
092800             UNTIL KIX-FIRST.
092900     PERFORM 3920-APPLY-ONE THRU 3920-EXIT
093000             UNTIL KX2 > KIX-NEXT.
093100 3900-EXIT.  EXIT.
093200
093300 3910-BACK-UP.
093400     IF KX2 = 1
093500         MOVE 'Y' TO KIX-FIRST-SW
093600         GO TO 3910-EXIT.
093700     SET KX1 TO KX2.
093800     SET KX1 DOWN BY 1.
093900     IF KIX-KEY (KX1) NOT = MATCH-KEY
094000         MOVE 'Y' TO KIX-FIRST-SW
094100         GO TO 3910-EXIT.
094200     SET KX2 DOWN BY 1.
094300 3910-EXIT.  EXIT.
094400
094500 3920-APPLY-ONE.
094600     IF KIX-KEY (KX2) NOT = MATCH-KEY
094700         SET KX2 TO KIX-NEXT
094800         SET KX2 UP BY 1
094900         GO TO 3920-EXIT.
095000     SET IQ1 TO KIX-INQ-NO (KX2).
095100     IF MATCH-BENE
095200         PERFORM 3200-APPLY-BENE THRU 3200-EXIT
095300     ELSE
095400         PERFORM 3400-APPLY-HIST THRU 3400-EXIT.
095500     SET KX2 UP BY 1.
095600 3920-EXIT.  EXIT.
095700
095800*================================================================*
095900*    ANSWER ONE INQUIRY - 271, ACCESS LOG, REPORT LINE           *
096000*================================================================*
096100 4000-ANSWER-ONE.
096200     MOVE IQT-INQ-DATE (IQ1) TO WK-INQ-DATE.
096300     MOVE SPACE TO WK-OTHER-OPEN.
096400     MOVE 'N'   TO WK-ACTIVE-SW.
096500     IF IQT-REJECT-CODE (IQ1) NOT = SPACES
096600         MOVE 'REJECTED' TO WK-RESULT
096700         ADD 1 TO REJECT-CTR
096800     ELSE
096900     IF IQT-ELIG-SW (IQ1) NOT = 'Y'
097000         MOVE 'NOT FOUND' TO WK-RESULT
097100         ADD 1 TO NOTFOUND-CTR
097200     ELSE
097300         PERFORM 4050-SET-ENTITLEMENT THRU 4050-EXIT.
097400     IF IQT-REJECT-CODE (IQ1) = SPACES
097500         PERFORM 4060-CHECK-OTHER-OPEN THRU 4060-EXIT
097600                 VARYING PRD-SUB FROM 1 BY 1 UNTIL PRD-SUB > 3.
097700     IF WK-OTHER-OPEN = 'Y'
097800         ADD 1 TO OTHER-OPEN-CTR.
097900
098000     IF NOT ISA-OPEN
098100        OR IQT-SUBMITTER (IQ1) NOT = PREV-SUBMITTER
098200        OR IQT-USAGE (IQ1) NOT = PREV-USAGE
098300         IF ISA-OPEN
098400             PERFORM 4900-CLOSE-INTERCHANGE THRU 4900-EXIT
098500         END-IF
098600         PERFORM 4800-OPEN-INTERCHANGE THRU 4800-EXIT.
098700
098800     PERFORM 4100-WRITE-271 THRU 4100-EXIT.
098900     PERFORM 5000-WRITE-ACCESS-LOG THRU 5000-EXIT.
099000     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
099100 4000-EXIT.  EXIT.
099200
099300*    ENTITLED ON THE INQUIRY DATE, AND NOT DECEASED BEFORE IT
099400 4050-SET-ENTITLEMENT.
099500     IF IQT-ENT-FROM (IQ1) NUMERIC
099600        AND IQT-ENT-FROM (IQ1) NOT = ZEROES
099700        AND IQT-ENT-FROM (IQ1) NOT > WK-INQ-DATE
099800         MOVE 'Y' TO WK-ACTIVE-SW.
099900     IF IQT-ENT-THRU (IQ1) NUMERIC
100000        AND IQT-ENT-THRU (IQ1) NOT = ZEROES
100100        AND IQT-ENT-THRU (IQ1) < WK-INQ-DATE
100200         MOVE 'N' TO WK-ACTIVE-SW.
100300     IF IQT-DOD (IQ1) NUMERIC
100400        AND IQT-DOD (IQ1) NOT = ZEROES
100500        AND IQT-DOD (IQ1) < WK-INQ-DATE
100600         MOVE 'N' TO WK-ACTIVE-SW.
100700     IF WK-ACTIVE
100800         MOVE 'ACTIVE'   TO WK-RESULT
100900         ADD 1 TO ACTIVE-CTR
101000     ELSE
101100         MOVE 'INACTIVE' TO WK-RESULT
101200         ADD 1 TO INACTIVE-CTR.
101300 4050-EXIT.  EXIT.
101400
101500*    ANOTHER AGENCY'S PERIOD STILL RUNNING ON THE INQUIRY DATE
101600 4060-CHECK-OTHER-OPEN.
101700     IF IQP-FROM (IQ1 PRD-SUB) = SPACES
101800         GO TO 4060-EXIT.
101900     IF IQP-NPI (IQ1 PRD-SUB) NOT = IQT-REQ-NPI (IQ1)
102000        AND IQP-THRU (IQ1 PRD-SUB) NOT < WK-INQ-DATE
102100         MOVE 'Y' TO WK-OTHER-OPEN.
102200 4060-EXIT.  EXIT.
102300
102400*================================================================*
102500*    ONE 271 TRANSACTION - PAYER, RECEIVER, SUBSCRIBER AND THE   *
102600*    BENEFIT LOOPS                                               *
102700*================================================================*
102800 4100-WRITE-271.
102900     ADD 1 TO ST-CTR.
103000     ADD 1 TO GS-ST-CTR.
103100     MOVE GS-ST-CTR TO ST-CONTROL.
103200     MOVE 0 TO SEG-IN-ST.
103300     MOVE 1 TO SEG-PTR.
103400     STRING 'ST*271*'             DELIMITED BY SIZE
103500            ST-CONTROL            DELIMITED BY SIZE
103600            '*005010X279A1'       DELIMITED BY SIZE
103700       INTO SEG-OUT WITH POINTER SEG-PTR.
103800     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
103900
104000     MOVE 1 TO SEG-PTR.
104100     STRING 'BHT*0022*11*'        DELIMITED BY SIZE
104200       INTO SEG-OUT WITH POINTER SEG-PTR.
104300     IF IQT-BHT-REF (IQ1) NOT = SPACES
104400         STRING IQT-BHT-REF (IQ1) DELIMITED BY SPACE
104500           INTO SEG-OUT WITH POINTER SEG-PTR
104600     ELSE
104700         STRING 'HH271'           DELIMITED BY SIZE
104800                ST-CONTROL        DELIMITED BY SIZE
104900           INTO SEG-OUT WITH POINTER SEG-PTR.
105000     STRING '*'                   DELIMITED BY SIZE
105100            ELG-CURR-DATE         DELIMITED BY SIZE
105200            '*'                   DELIMITED BY SIZE
105300            ELG-CURR-TIME (1:4)   DELIMITED BY SIZE
105400       INTO SEG-OUT WITH POINTER SEG-PTR.
105500     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
105600
105700     MOVE 0 TO HL-CTR.
105800     MOVE 1 TO SEG-PTR.
105900     STRING 'HL*1**20*1'          DELIMITED BY SIZE
106000       INTO SEG-OUT WITH POINTER SEG-PTR.
106100     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
106200     MOVE 1 TO SEG-PTR.
106300     STRING 'NM1*PR*2*'           DELIMITED BY SIZE
106400            ELG-PAYER-NAME        DELIMITED BY '  '
106500            '*****PI*'            DELIMITED BY SIZE
106600            ELG-PAYER-ID          DELIMITED BY SPACE
106700       INTO SEG-OUT WITH POINTER SEG-PTR.
106800     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
106900
107000     MOVE 1 TO SEG-PTR.
107100     STRING 'HL*2*1*21*1'         DELIMITED BY SIZE
107200       INTO SEG-OUT WITH POINTER SEG-PTR.
107300     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
107400     MOVE 1 TO SEG-PTR.
107500     STRING 'NM1*1P*2*'           DELIMITED BY SIZE
107600            IQT-REQ-NAME (IQ1)    DELIMITED BY '  '
107700       INTO SEG-OUT WITH POINTER SEG-PTR.
107800     IF IQT-REQ-NPI (IQ1) NOT = SPACES
107900         STRING '*****XX*'        DELIMITED BY SIZE
108000                IQT-REQ-NPI (IQ1) DELIMITED BY SPACE
108100           INTO SEG-OUT WITH POINTER SEG-PTR.
108200     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
108300     IF IQT-REJECT-CODE (IQ1) = '43'
108400         MOVE '43' TO WK-AAA-CODE
108500         PERFORM 4150-WRITE-AAA THRU 4150-EXIT.
108600
108700     MOVE 1 TO SEG-PTR.
108800     STRING 'HL*3*2*22*0'         DELIMITED BY SIZE
108900       INTO SEG-OUT WITH POINTER SEG-PTR.
109000     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
109100     IF IQT-TRACE (IQ1) NOT = SPACES
109200         MOVE 1 TO SEG-PTR
109300         STRING 'TRN*2*'             DELIMITED BY SIZE
109400                IQT-TRACE (IQ1)      DELIMITED BY SPACE
109500                '*'                  DELIMITED BY SIZE
109600                IQT-TRACE-ORIG (IQ1) DELIMITED BY SPACE
109700           INTO SEG-OUT WITH POINTER SEG-PTR
109800         PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
109900
110000     MOVE 1 TO SEG-PTR.
110100     STRING 'NM1*IL*1*'           DELIMITED BY SIZE
110200            IQT-LAST-NAME (IQ1)   DELIMITED BY '  '
110300            '*'                   DELIMITED BY SIZE
110400            IQT-FIRST-NAME (IQ1)  DELIMITED BY '  '
110500       INTO SEG-OUT WITH POINTER SEG-PTR.
110600     IF IQT-SUB-ID (IQ1) NOT = SPACES
110700         STRING '****MI*'             DELIMITED BY SIZE
110800                IQT-SUB-ID (IQ1)      DELIMITED BY SPACE
110900           INTO SEG-OUT WITH POINTER SEG-PTR.
111000     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
111100
111200*    A REJECTED OR UNKNOWN SUBSCRIBER GETS ITS AAA AND NO BENEFITS
111300     IF IQT-REJECT-CODE (IQ1) = '72'
111400         MOVE '72' TO WK-AAA-CODE
111500         PERFORM 4150-WRITE-AAA THRU 4150-EXIT
111600         GO TO 4100-CLOSE.
111700     IF IQT-REJECT-CODE (IQ1) NOT = SPACES
111800         GO TO 4100-CLOSE.
111900     IF IQT-ELIG-SW (IQ1) NOT = 'Y'
112000         MOVE '75' TO WK-AAA-CODE
112100         PERFORM 4150-WRITE-AAA THRU 4150-EXIT
112200         GO TO 4100-CLOSE.
112300
112400     IF IQT-DOB (IQ1) NUMERIC
112500         MOVE 1 TO SEG-PTR
112600         STRING 'DMG*D8*'         DELIMITED BY SIZE
112700                IQT-DOB (IQ1)     DELIMITED BY SIZE
112800           INTO SEG-OUT WITH POINTER SEG-PTR
112900         PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
113000
113100     PERFORM 4200-WRITE-ENTITLEMENT THRU 4200-EXIT.
113200     IF IQT-MA-FROM (IQ1) NOT = SPACES
113300         PERFORM 4300-WRITE-MA THRU 4300-EXIT.
113400     PERFORM 4400-WRITE-PERIOD THRU 4400-EXIT
113500             VARYING PRD-SUB FROM 1 BY 1 UNTIL PRD-SUB > 3.
113600     PERFORM 4500-WRITE-NOA THRU 4500-EXIT
113700             VARYING PRD-SUB FROM 1 BY 1 UNTIL PRD-SUB > 3.
113800
113900 4100-CLOSE.
114000     COMPUTE EDT-CNT = SEG-IN-ST + 1.
114100     PERFORM 8350-EDIT-COUNT THRU 8350-EXIT.
114200     MOVE 1 TO SEG-PTR.
114300     STRING 'SE*'                 DELIMITED BY SIZE
114400            EDT-TEXT              DELIMITED BY SPACE
114500            '*'                   DELIMITED BY SIZE
114600            ST-CONTROL            DELIMITED BY SIZE
114700       INTO SEG-OUT WITH POINTER SEG-PTR.
114800     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
114900 4100-EXIT.  EXIT.
115000
115100 4150-WRITE-AAA.
115200     MOVE 1 TO SEG-PTR.
115300     STRING 'AAA*Y**'             DELIMITED BY SIZE
115400            WK-AAA-CODE           DELIMITED BY SIZE
115500            '*C'                  DELIMITED BY SIZE
115600       INTO SEG-OUT WITH POINTER SEG-PTR.
115700     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
115800 4150-EXIT.  EXIT.
115900
116000 4200-WRITE-ENTITLEMENT.
116100     MOVE 1 TO SEG-PTR.
116200     IF WK-ACTIVE
116300         STRING 'EB*1**30'        DELIMITED BY SIZE
116400           INTO SEG-OUT WITH POINTER SEG-PTR
116500     ELSE
116600         STRING 'EB*6**30'        DELIMITED BY SIZE
116700           INTO SEG-OUT WITH POINTER SEG-PTR.
116800     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
116900
117000     MOVE 1 TO SEG-PTR.
117100     IF IQT-ENT-THRU (IQ1) NUMERIC
117200        AND IQT-ENT-THRU (IQ1) NOT = ZEROES
117300         STRING 'DTP*307*RD8*'    DELIMITED BY SIZE
117400                IQT-ENT-FROM (IQ1) DELIMITED BY SIZE
117500                '-'               DELIMITED BY SIZE
117600                IQT-ENT-THRU (IQ1) DELIMITED BY SIZE
117700           INTO SEG-OUT WITH POINTER SEG-PTR
117800     ELSE
117900         STRING 'DTP*307*D8*'     DELIMITED BY SIZE
118000                IQT-ENT-FROM (IQ1) DELIMITED BY SIZE
118100           INTO SEG-OUT WITH POINTER SEG-PTR.
118200     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
118300
118400     IF IQT-DOD (IQ1) NUMERIC
118500        AND IQT-DOD (IQ1) NOT = ZEROES
118600         MOVE 1 TO SEG-PTR
118700         STRING 'MSG*DATE OF DEATH ' DELIMITED BY SIZE
118800                IQT-DOD (IQ1)        DELIMITED BY SIZE
118900           INTO SEG-OUT WITH POINTER SEG-PTR
119000         PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
119100 4200-EXIT.  EXIT.
119200
119300 4300-WRITE-MA.
119400     MOVE 1 TO SEG-PTR.
119500     STRING 'EB*R**30*HM'         DELIMITED BY SIZE
119600       INTO SEG-OUT WITH POINTER SEG-PTR.
119700     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
119800     MOVE 1 TO SEG-PTR.
119900     IF IQT-MA-THRU (IQ1) NUMERIC
120000        AND IQT-MA-THRU (IQ1) NOT = ZEROES
120100         STRING 'DTP*290*RD8*'    DELIMITED BY SIZE
120200                IQT-MA-FROM (IQ1) DELIMITED BY SIZE
120300                '-'               DELIMITED BY SIZE
120400                IQT-MA-THRU (IQ1) DELIMITED BY SIZE
120500           INTO SEG-OUT WITH POINTER SEG-PTR
120600     ELSE
120700         STRING 'DTP*290*D8*'     DELIMITED BY SIZE
120800                IQT-MA-FROM (IQ1) DELIMITED BY SIZE
120900           INTO SEG-OUT WITH POINTER SEG-PTR.
121000     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
121100     MOVE 1 TO SEG-PTR.
121200     STRING 'MSG*MEDICARE ADVANTAGE ENROLLEE ON INQUIRY DATE'
121300                                  DELIMITED BY SIZE
121400       INTO SEG-OUT WITH POINTER SEG-PTR.
121500     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
121600 4300-EXIT.  EXIT.
121700
121800*    ONE HOME HEALTH PERIOD WITH THE BILLING AGENCY'S NPI
121900 4400-WRITE-PERIOD.
122000     IF IQP-FROM (IQ1 PRD-SUB) = SPACES
122100         GO TO 4400-EXIT.
122200     MOVE 1 TO SEG-PTR.
122300     STRING 'EB*X**42'            DELIMITED BY SIZE
122400       INTO SEG-OUT WITH POINTER SEG-PTR.
122500     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
122600     MOVE 1 TO SEG-PTR.
122700     STRING 'DTP*472*RD8*'        DELIMITED BY SIZE
122800            IQP-FROM (IQ1 PRD-SUB) DELIMITED BY SIZE
122900            '-'                   DELIMITED BY SIZE
123000            IQP-THRU (IQ1 PRD-SUB) DELIMITED BY SIZE
123100       INTO SEG-OUT WITH POINTER SEG-PTR.
123200     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
123300     IF IQP-THRU (IQ1 PRD-SUB) NOT < WK-INQ-DATE
123400         MOVE 1 TO SEG-PTR
123500         STRING 'MSG*PERIOD OPEN ON INQUIRY DATE'
123600                                  DELIMITED BY SIZE
123700           INTO SEG-OUT WITH POINTER SEG-PTR
123800         PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
123900     MOVE 1 TO SEG-PTR.
124000     STRING 'LS*2120'             DELIMITED BY SIZE
124100       INTO SEG-OUT WITH POINTER SEG-PTR.
124200     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
124300     MOVE 1 TO SEG-PTR.
124400     STRING 'NM1*1P*2******XX*'   DELIMITED BY SIZE
124500            IQP-NPI (IQ1 PRD-SUB) DELIMITED BY SPACE
124600       INTO SEG-OUT WITH POINTER SEG-PTR.
124700     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
124800     MOVE 1 TO SEG-PTR.
124900     STRING 'LE*2120'             DELIMITED BY SIZE
125000       INTO SEG-OUT WITH POINTER SEG-PTR.
125100     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
125200 4400-EXIT.  EXIT.
125300
125400*    ONE OPEN NOA WITH THE AGENCY'S PROVIDER NUMBER
125500 4500-WRITE-NOA.
125600     IF IQN-ADMIT (IQ1 PRD-SUB) = SPACES
125700         GO TO 4500-EXIT.
125800     MOVE 1 TO SEG-PTR.
125900     STRING 'EB*X**42'            DELIMITED BY SIZE
126000       INTO SEG-OUT WITH POINTER SEG-PTR.
126100     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
126200     MOVE 1 TO SEG-PTR.
126300     STRING 'DTP*435*D8*'         DELIMITED BY SIZE
126400            IQN-ADMIT (IQ1 PRD-SUB) DELIMITED BY SIZE
126500       INTO SEG-OUT WITH POINTER SEG-PTR.
126600     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
126700     MOVE 1 TO SEG-PTR.
126800     STRING 'MSG*NOTICE OF ADMISSION ON FILE'
126900                                  DELIMITED BY SIZE
127000       INTO SEG-OUT WITH POINTER SEG-PTR.
127100     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
127200     MOVE 1 TO SEG-PTR.
127300     STRING 'LS*2120'             DELIMITED BY SIZE
127400       INTO SEG-OUT WITH POINTER SEG-PTR.
127500     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
127600     MOVE 1 TO SEG-PTR.
127700     STRING 'NM1*1P*2******SV*'   DELIMITED BY SIZE
127800            IQN-PROV-NO (IQ1 PRD-SUB) DELIMITED BY SPACE
127900       INTO SEG-OUT WITH POINTER SEG-PTR.
128000     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
128100     MOVE 1 TO SEG-PTR.
128200     STRING 'LE*2120'             DELIMITED BY SIZE
128300       INTO SEG-OUT WITH POINTER SEG-PTR.
128400     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
128500 4500-EXIT.  EXIT.
128600
128700*================================================================*
128800*    ONE REPLY INTERCHANGE PER 270 SUBMITTER                     *
128900*================================================================*
129000 4800-OPEN-INTERCHANGE.
129100     MOVE 'Y' TO ISA-OPEN-SW.
129200     MOVE IQT-SUBMITTER (IQ1) TO PREV-SUBMITTER.
129300     MOVE IQT-USAGE (IQ1)     TO PREV-USAGE.
129400     ADD 1 TO ISA-CTR.
129500     ADD 1 TO ISA-CONTROL.
129600     MOVE 0 TO GS-ST-CTR.
129700     MOVE 1 TO SEG-PTR.
129800     STRING 'ISA*00*          *00*          *ZZ*'
129900                                  DELIMITED BY SIZE
130000            ELG-SENDER-ID         DELIMITED BY SIZE
130100            '*ZZ*'                DELIMITED BY SIZE
130200            PREV-SUBMITTER        DELIMITED BY SIZE
130300            '*'                   DELIMITED BY SIZE
130400            ELG-CURR-DATE (3:6)   DELIMITED BY SIZE
130500            '*'                   DELIMITED BY SIZE
130600            ELG-CURR-TIME (1:4)   DELIMITED BY SIZE
130700            '*^*00501*'           DELIMITED BY SIZE
130800            ISA-CONTROL           DELIMITED BY SIZE
130900            '*0*'                 DELIMITED BY SIZE
131000            PREV-USAGE            DELIMITED BY SIZE
131100            '*:'                  DELIMITED BY SIZE
131200       INTO SEG-OUT WITH POINTER SEG-PTR.
131300     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
131400
131500     MOVE ISA-CTR TO EDT-CNT.
131600     PERFORM 8350-EDIT-COUNT THRU 8350-EXIT.
131700     MOVE 1 TO SEG-PTR.
131800     STRING 'GS*HB*'              DELIMITED BY SIZE
131900            ELG-SENDER-ID         DELIMITED BY SPACE
132000            '*'                   DELIMITED BY SIZE
132100            PREV-SUBMITTER        DELIMITED BY SPACE
132200            '*'                   DELIMITED BY SIZE
132300            ELG-CURR-DATE         DELIMITED BY SIZE
132400            '*'                   DELIMITED BY SIZE
132500            ELG-CURR-TIME (1:4)   DELIMITED BY SIZE
132600            '*'                   DELIMITED BY SIZE
132700            EDT-TEXT              DELIMITED BY SPACE
132800            '*X*005010X279A1'     DELIMITED BY SIZE
132900       INTO SEG-OUT WITH POINTER SEG-PTR.
133000     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
133100 4800-EXIT.  EXIT.
133200
133300 4900-CLOSE-INTERCHANGE.
133400     MOVE GS-ST-CTR TO EDT-CNT.
133500     PERFORM 8350-EDIT-COUNT THRU 8350-EXIT.
133600     MOVE 1 TO SEG-PTR.
133700     STRING 'GE*'                 DELIMITED BY SIZE
133800            EDT-TEXT              DELIMITED BY SPACE
133900            '*'                   DELIMITED BY SIZE
134000       INTO SEG-OUT WITH POINTER SEG-PTR.
134100     MOVE ISA-CTR TO EDT-CNT.
134200     PERFORM 8350-EDIT-COUNT THRU 8350-EXIT.
134300     STRING EDT-TEXT              DELIMITED BY SPACE
134400       INTO SEG-OUT WITH POINTER SEG-PTR.
134500     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
134600
134700     MOVE 1 TO SEG-PTR.
134800     STRING 'IEA*1*'              DELIMITED BY SIZE
134900            ISA-CONTROL           DELIMITED BY SIZE
135000       INTO SEG-OUT WITH POINTER SEG-PTR.
135100     PERFORM 8000-PUT-SEGMENT THRU 8000-EXIT.
135200     MOVE 'N' TO ISA-OPEN-SW.
135300 4900-EXIT.  EXIT.
135400
135500*================================================================*
135600*    STAMP THE PHI ACCESS LOG - EVERY INQUIRY, ANSWERED OR NOT   *
135700*================================================================*
135800 5000-WRITE-ACCESS-LOG.
135900     MOVE SPACES                   TO ACCESS-LOG-RECORD.
136000     MOVE ELG-CURR-DATE            TO ALG-DATE.
136100     MOVE ELG-CURR-TIME (1:6)      TO ALG-TIME.
136200     MOVE IQT-SUBMITTER (IQ1)      TO ALG-USER-ID.
136300     MOVE 'E'                      TO ALG-KEY-TYPE.
136400     MOVE IQT-SUB-ID (IQ1)         TO ALG-KEY-VALUE.
136500     MOVE IQT-HIST-HITS (IQ1)      TO ALG-HIST-HITS.
136600     MOVE IQT-NOA-HITS (IQ1)       TO ALG-NOA-HITS.
136700     MOVE 0                        TO ALG-SUSP-HITS.
136800     MOVE IQT-REQ-NPI (IQ1)        TO ALG-REQ-NPI.
136900     IF IQT-REJECT-CODE (IQ1) NOT = SPACES
137000         MOVE 'R' TO ALG-REFUSED-IND
137100     ELSE
137200     IF IQT-ELIG-SW (IQ1) NOT = 'Y'
137300         MOVE 'U' TO ALG-ELIG-IND
137400     ELSE
137500     IF WK-ACTIVE
137600         MOVE 'Y' TO ALG-ELIG-IND
137700     ELSE
137800         MOVE 'N' TO ALG-ELIG-IND.
137900     WRITE INQLOG-REC FROM ACCESS-LOG-RECORD.
138000     IF IQL-STAT1 > 0 DISPLAY ' BADL WRITE ON INQLOG FILE'.
138100 5000-EXIT.  EXIT.
138200
138300*================================================================*
138400*    CONTROL REPORT - ONE LINE PER INQUIRY                       *
138500*================================================================*
138600 6000-WRITE-DETAIL.
138700     IF ELG-LINE-CTR > 54
138800         PERFORM 6500-ELG-HEADINGS THRU 6500-EXIT.
138900     MOVE IQT-SUBMITTER (IQ1)  TO EDL-SUBMITTER.
139000     MOVE IQT-REQ-NPI (IQ1)    TO EDL-REQ-NPI.
139100     MOVE IQT-SUB-ID (IQ1)     TO EDL-SUB-ID.
139200     MOVE WK-INQ-DATE          TO EDL-INQ-DATE.
139300     MOVE WK-RESULT            TO EDL-RESULT.
139400     MOVE IQT-HIST-HITS (IQ1)  TO EDL-PERIODS.
139500     MOVE IQT-NOA-HITS (IQ1)   TO EDL-NOAS.
139600     MOVE WK-OTHER-OPEN        TO EDL-OTHER.
139700     WRITE ELGRPT-LINE FROM ELG-DETAIL-LINE
139800                            AFTER ADVANCING 1.
139900     IF ELR-STAT1 > 0 DISPLAY ' BADR WRITE ON ELGRPT FILE'.
140000     ADD 1 TO ELG-LINE-CTR.
140100 6000-EXIT.  EXIT.
140200
140300 6500-ELG-HEADINGS.
140400     MOVE ELG-CURR-DATE TO EH1-RUN-DATE.
140500     WRITE ELGRPT-LINE FROM ELG-HEAD1
140600                            AFTER ADVANCING PAGE.
140700     WRITE ELGRPT-LINE FROM ELG-HEAD2
140800                            AFTER ADVANCING 2.
140900     MOVE ALL '-' TO ELGRPT-LINE.
141000     WRITE ELGRPT-LINE AFTER ADVANCING 1.
141100     MOVE 4 TO ELG-LINE-CTR.
141200 6500-EXIT.  EXIT.
141300
141400*================================================================*
141500*    APPEND ONE SEGMENT AND ITS TERMINATOR TO THE CARD STREAM    *
141600*================================================================*
141700 8000-PUT-SEGMENT.
141800     MOVE SEG-TERM TO SEG-OUT (SEG-PTR:1).
141900     MOVE SEG-PTR  TO OUT-LEN.
142000     PERFORM 8100-PUT-CHAR THRU 8100-EXIT
142100             VARYING OUT-SUB FROM 1 BY 1 UNTIL OUT-SUB > OUT-LEN.
142200     ADD 1 TO SEG-IN-ST.
142300     ADD 1 TO SEG-TOTAL.
142400     MOVE SPACES TO SEG-OUT.
142500 8000-EXIT.  EXIT.
142600
142700 8100-PUT-CHAR.
142800     ADD 1 TO CARD-POS.
142900     MOVE SEG-OUT (OUT-SUB:1) TO CARD-BUF (CARD-POS:1).
143000     IF CARD-POS = 80
143100         PERFORM 8200-FLUSH-CARD THRU 8200-EXIT.
143200 8100-EXIT.  EXIT.
143300
143400 8200-FLUSH-CARD.
143500     IF CARD-POS = 0
143600         GO TO 8200-EXIT.
143700     WRITE X271FILE-REC FROM CARD-BUF.
143800     IF X71-STAT1 > 0 DISPLAY ' BADW WRITE ON X271FILE FILE'.
143900     ADD 1 TO CARD-CTR.
144000     MOVE SPACES TO CARD-BUF.
144100     MOVE 0 TO CARD-POS.
144200 8200-EXIT.  EXIT.
144300
144400*================================================================*
144500*    X12 COUNTS - NO LEADING ZEROS OR BLANKS                     *
144600*================================================================*
144700 8350-EDIT-COUNT.
144800     MOVE EDT-CNT TO EDT-CNT-PIC.
144900     MOVE 0 TO EDT-LEAD.
145000     INSPECT EDT-CNT-PIC TALLYING EDT-LEAD FOR LEADING SPACES.
145100     MOVE SPACES TO EDT-TEXT.
145200     MOVE EDT-CNT-PIC (EDT-LEAD + 1:) TO EDT-TEXT.
145300 8350-EXIT.  EXIT.
