000300                                                                  00030032
000400*----------------------------------------------------------------*00040032
000500*  THIS PROGRAM CALLS HHOPN213                                   *00050037
000510*  AND HHAUT213 (ANALYST OVERRIDE AND OPERATOR RERUN AUTHORITY)  *      32
000600*----------------------------------------------------------------*00060032
000700                                                                  00070032
000800 DATE-COMPILED.                                                   00080032
002439         FILE STATUS IS CTT-STAT.                                       94
002439     SELECT TELERPT    ASSIGN TO UT-S-TELERPT                           96
002439         FILE STATUS IS TEL-STAT.                                       96
002439     SELECT HOSPRPT    ASSIGN TO UT-S-HOSPRPT                           00
002439         FILE STATUS IS HSR-STAT.                                       00
002439     SELECT ADMSRPT    ASSIGN TO UT-S-ADMSRPT                           01
002439         FILE STATUS IS ASR-STAT.                                       01
002439     SELECT QRPRPT     ASSIGN TO UT-S-QRPRPT                            03
002439         FILE STATUS IS QRR-STAT.                                       03
002439     SELECT OPTIONAL PROVMSTR ASSIGN TO UT-S-PROVMSTR                   07
002439         FILE STATUS IS PVM-STAT.                                       07
002439     SELECT CHOWRPT    ASSIGN TO UT-S-CHOWRPT                           07
002439         FILE STATUS IS CHR-STAT.                                       07
061341     SELECT OPTIONAL OVRFILE ASSIGN TO UT-S-OVRFILE                     11
061341         FILE STATUS IS OVT-STAT.                                       11
061341     SELECT OVRAUDIT   ASSIGN TO UT-S-OVRAUDIT                          11
061341         FILE STATUS IS OVA-STAT.                                       11
061341     SELECT TFLRPT     ASSIGN TO UT-S-TFLRPT                            13
061341         FILE STATUS IS TFR-STAT.                                       13
061341     SELECT OPTIONAL ORDPDTL ASSIGN TO UT-S-ORDPDTL                     16
061341         FILE STATUS IS OPD-STAT.                                       16
061341     SELECT ORDRPT     ASSIGN TO UT-S-ORDRPT                            16
061341         FILE STATUS IS ORR-STAT.                                       16
061341     SELECT OPTIONAL RCDPART ASSIGN TO UT-S-RCDPART                     21
061341         FILE STATUS IS RCP-STAT.                                       21
061341     SELECT OPTIONAL RCDUTN ASSIGN TO UT-S-RCDUTN                       21
061341         FILE STATUS IS RCU-STAT.                                       21
061341     SELECT RCDRPT     ASSIGN TO UT-S-RCDRPT                            21
061341         FILE STATUS IS RCR-STAT.                                       21
061341     SELECT OPTIONAL EMRWAIV ASSIGN TO UT-S-EMRWAIV                     23
061341         FILE STATUS IS EWV-STAT.                                       23
061341     SELECT EMRRPT     ASSIGN TO UT-S-EMRRPT                            23
061341         FILE STATUS IS EWR-STAT.                                       23
061341     SELECT CLMJRNL    ASSIGN TO UT-S-CLMJRNL                           25
061341         FILE STATUS IS JRN-STAT.                                       25
061341     SELECT OPTIONAL FILREGIN ASSIGN TO UT-S-FILREGIN                   32
061341         FILE STATUS IS FRI-STAT.                                       32
061341     SELECT FILREGOUT  ASSIGN TO UT-S-FILREGOUT                         32
061341         FILE STATUS IS FRO-STAT.                                       32
061341     SELECT FILREGRPT  ASSIGN TO UT-S-FILREGRPT                         32
061341         FILE STATUS IS FRR-STAT.                                       32
002440     SELECT OPTIONAL HISTKSDS ASSIGN TO HISTKSDS                      84
002441         ORGANIZATION IS INDEXED                                      84
002442         ACCESS MODE IS RANDOM                                        84
003200                                                                  00320032
003300 FD  OUTFILE                                                      00330032
003400     LABEL RECORDS ARE STANDARD                                   00340032
003500     RECORDING MODE IS V                                                31
003510     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
003600     BLOCK CONTAINS 0 RECORDS.                                    00360032
003700 01  OUT-REC                     PIC X(1000).                           31
003800                                                                  00380032
003900 FD  PRTFILE                                                      00390032
004000     RECORDING MODE IS F                                          00400032
003984                                                                  00398432
003985 FD  REPRICE                                                      00398538
003986     LABEL RECORDS ARE STANDARD                                   00398638
003987     RECORDING MODE IS V                                                31
003987     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
003988     BLOCK CONTAINS 0 RECORDS.                                    00398838
003989 01  REPRICE-REC                 PIC X(1000).                           31
003990                                                                  00399038
003991 FD  REPRPT                                                       00399138
003992     RECORDING MODE IS F                                          00399238
004056     05  HSF-ADMIT-DATE         PIC X(08).                           54
004057     05  HSF-DCN                PIC X(08).                           98
004058     05  HSF-PRED-DCN           PIC X(08).                           98
004059*        RUN DATE OF THE INITIAL DETERMINATION (REOPENING WINDOW)       13
004059     05  HSF-INIT-DATE          PIC X(08).                              13
004059     05  FILLER                 PIC X(02).                              13
004058                                                                     54
004059 FD  OVLPRPT                                                         56
004060     RECORDING MODE IS F                                             56
004139     05  FILLER                 PIC X(51).                            79
004140                                                                      79
004141 FD  RJCTFILE                                                       75
004142     RECORDING MODE IS V                                                31
004142     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
004143     BLOCK CONTAINS 0 RECORDS                                         75
004144     LABEL RECORDS ARE STANDARD.                                      75
004145 01  RJCT-REC                    PIC X(1000).                           31
004146                                                                      75
004147 FD  RECYCIN                                                          75
004148     RECORDING MODE IS V                                                31
004148     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
004149     BLOCK CONTAINS 0 RECORDS                                         75
004150     LABEL RECORDS ARE STANDARD.                                      75
004151 01  RECYCIN-REC                 PIC X(1000).                           31
004152                                                                      75
004153 FD  SUSPFILE                                                       69
004154     RECORDING MODE IS V                                                31
004154     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
004155     BLOCK CONTAINS 0 RECORDS                                         69
004156     LABEL RECORDS ARE STANDARD.                                      69
004157 01  SUSP-REC                    PIC X(1000).                           31
004158                                                                      69
004159 FD  SUSPRPT                                                          69
004160     RECORDING MODE IS F                                              69
004085*    'QUIESCE' CARD HERE TO TELL A RUNNING PRICING PASS TO        *      88
004086*    FINISH ITS CURRENT CLAIM, CUT A CLEAN CHECKPOINT, CLOSE      *      88
004087*    OUTFILE WITH ITS TRAILER AND STOP WITH RETURN CODE 08        *      88
004087*    A 'RERUN' CARD (OPERATOR ID IN 9-16, THE HHAFILE RECORD      *     32
004087*    COUNT IN 17-25) LETS A FILE ALREADY ON THE PROCESSED-FILE    *     32
004087*    REGISTRY BE PRICED AGAIN                                     *     32
004088*---------------------------------------------------------------*      88
004089 FD  OPERCMD                                                            88
004090     RECORDING MODE IS F                                                88
004092     LABEL RECORDS ARE STANDARD.                                        88
004093 01  OPERCMD-REC.                                                       88
004094     05  OPC-COMMAND            PIC X(08).                              88
004095     05  OPC-USER-ID            PIC X(08).                              32
004095     05  OPC-RERUN-COUNT        PIC X(09).                              32
004095     05  FILLER                 PIC X(55).                              32
004096                                                                       88
004083*---------------------------------------------------------------*      90
004084*    CROSS-RUN PROVIDER OFFSET LEDGER - NEGATIVE NET              *      90
004137     BLOCK CONTAINS 133 RECORDS                                         96
004138     LABEL RECORDS ARE STANDARD.                                        96
004139 01  TELERPT-LINE               PIC X(133).                             96
004140                                                                        00
004140 FD  HOSPRPT                                                            00
004140     RECORDING MODE IS F                                                00
004140     BLOCK CONTAINS 133 RECORDS                                         00
004140     LABEL RECORDS ARE STANDARD.                                        00
004140 01  HOSPRPT-LINE               PIC X(133).                             00
004140                                                                        00
004140 FD  TFLRPT                                                             13
004140     RECORDING MODE IS F                                                13
004140     BLOCK CONTAINS 133 RECORDS                                         13
004140     LABEL RECORDS ARE STANDARD.                                        13
004140 01  TFLRPT-LINE                PIC X(133).                             13
004140                                                                        13
004140*    CERTIFYING PRACTITIONER COMPANION FROM HH837213 - ONE              16
004140*    RECORD PER CLAIM, KEYED NPI/HIC/FROM DATE LIKE VISITDTL            16
004140 FD  ORDPDTL                                                            16
004140     RECORDING MODE IS F                                                16
004140     BLOCK CONTAINS 0 RECORDS                                           16
004140     LABEL RECORDS ARE STANDARD.                                        16
004140 01  ORDPDTL-REC.                                                       16
004140     05  OPD-NPI                PIC X(10).                              16
004140     05  OPD-HIC                PIC X(12).                              16
004140     05  OPD-FROM-DATE          PIC X(08).                              16
004140     05  OPD-PRAC-QUAL          PIC X(03).                              16
004140     05  OPD-PRAC-NPI           PIC X(10).                              16
004140     05  OPD-PRAC-LAST-NAME     PIC X(25).                              16
004140     05  OPD-PRAC-FIRST-NAME    PIC X(12).                              16
004140                                                                        16
004140 FD  ORDRPT                                                             16
004140     RECORDING MODE IS F                                                16
004140     BLOCK CONTAINS 133 RECORDS                                         16
004140     LABEL RECORDS ARE STANDARD.                                        16
004140 01  ORDRPT-LINE                PIC X(133).                             16
061341*---------------------------------------------------------------*       21
061341*    REVIEW CHOICE DEMONSTRATION PARTICIPATION - ONE ROW PER   *        21
061341*    AGENCY AND PERIOD, WITH THE REVIEW OPTION IT CHOSE:       *        21
061341*      R - PRE-CLAIM REVIEW; A FINAL CLAIM WITH NO AFFIRMED    *        21
061341*          UTN IS PAID LESS THE DEMONSTRATION REDUCTION        *        21
061341*      P - PRE-CLAIM REVIEW; A FINAL CLAIM WITH NO AFFIRMED    *        21
061341*          UTN GOES TO PREPAYMENT REVIEW (SUSPECT FILE)        *        21
061341*      N - POSTPAYMENT OR SPOT-CHECK OPTION; NO UTN NEEDED,    *        21
061341*          CLAIMS ARE COUNTED ONLY                             *        21
061341*    END DATE BLANK OR ZEROS = STILL PARTICIPATING             *        21
061341*---------------------------------------------------------------*       21
061341 FD  RCDPART                                                            21
061341     RECORDING MODE IS F                                                21
061341     BLOCK CONTAINS 0 RECORDS                                           21
061341     LABEL RECORDS ARE STANDARD.                                        21
061341 01  RCDPART-REC.                                                       21
061341     05  RCP-PROV-NO            PIC X(06).                              21
061341     05  FILLER                 PIC X(01).                              21
061341     05  RCP-STATE              PIC X(02).                              21
061341         88  RCP-STATE-IN-DEMO  VALUE 'IL' 'OH' 'TX' 'NC'               21
061341                                      'FL' 'OK'.                        21
061341     05  FILLER                 PIC X(01).                              21
061341     05  RCP-OPTION             PIC X(01).                              21
061341         88  RCP-OPTION-VALID   VALUE 'R' 'P' 'N'.                      21
061341     05  FILLER                 PIC X(01).                              21
061341     05  RCP-EFF-DATE           PIC X(08).                              21
061341     05  FILLER                 PIC X(01).                              21
061341     05  RCP-END-DATE           PIC X(08).                              21
061341     05  FILLER                 PIC X(51).                              21
061341*---------------------------------------------------------------*       21
061341*    PRE-CLAIM REVIEW DECISIONS - ONE ROW PER UNIQUE TRACKING  *        21
061341*    NUMBER, FOR THE BENEFICIARY, AGENCY AND PERIOD REVIEWED;  *        21
061341*    DECISION A = AFFIRMED, N = NON-AFFIRMED                   *        21
061341*---------------------------------------------------------------*       21
061341 FD  RCDUTN                                                             21
061341     RECORDING MODE IS F                                                21
061341     BLOCK CONTAINS 0 RECORDS                                           21
061341     LABEL RECORDS ARE STANDARD.                                        21
061341 01  RCDUTN-REC.                                                        21
061341     05  RCU-UTN                PIC X(14).                              21
061341     05  FILLER                 PIC X(01).                              21
061341     05  RCU-HIC                PIC X(12).                              21
061341     05  FILLER                 PIC X(01).                              21
061341     05  RCU-PROV-NO            PIC X(06).                              21
061341     05  FILLER                 PIC X(01).                              21
061341     05  RCU-FROM-DATE          PIC X(08).                              21
061341     05  FILLER                 PIC X(01).                              21
061341     05  RCU-THRU-DATE          PIC X(08).                              21
061341     05  FILLER                 PIC X(01).                              21
061341     05  RCU-DECISION           PIC X(01).                              21
061341         88  RCU-DECISION-VALID VALUE 'A' 'N'.                          21
061341     05  FILLER                 PIC X(26).                              21
061341                                                                        21
061341 FD  RCDRPT                                                             21
061341     RECORDING MODE IS F                                                21
061341     BLOCK CONTAINS 133 RECORDS                                         21
061341     LABEL RECORDS ARE STANDARD.                                        21
061341 01  RCDRPT-LINE                PIC X(133).                             21
061341*---------------------------------------------------------------*       23
061341*    EMERGENCY WAIVERS - ONE ROW PER DECLARATION AND AREA IT    *       23
061341*    COVERS.  AREA TYPE C = STATE/COUNTY FIPS CODE (COUNTY      *       23
061341*    000 = THE WHOLE STATE), P = PROVIDER CCN.  WAIVER TYPE:    *       23
061341*      N - LATE-NOA AND LATE-SUBMISSION PENALTIES WAIVED        *       23
061341*      T - TIMELY-FILING AND REOPENING LIMITS LIFTED            *       23
061341*      B - BOTH                                                 *       23
061341*    A CLAIM QUALIFIES WHEN ITS FROM DATE FALLS IN THE WAIVER   *       23
061341*    WINDOW.  THRU DATE BLANK OR ZEROS = STILL IN EFFECT        *       23
061341*---------------------------------------------------------------*       23
061341 FD  EMRWAIV                                                            23
061341     RECORDING MODE IS F                                                23
061341     BLOCK CONTAINS 0 RECORDS                                           23
061341     LABEL RECORDS ARE STANDARD.                                        23
061341 01  EMRWAIV-REC.                                                       23
061341     05  EWV-DECL-ID            PIC X(10).                              23
061341     05  FILLER                 PIC X(01).                              23
061341     05  EWV-AREA-TYPE          PIC X(01).                              23
061341         88  EWV-AREA-VALID     VALUE 'C' 'P'.                          23
061341     05  FILLER                 PIC X(01).                              23
061341     05  EWV-AREA-CODE          PIC X(06).                              23
061341     05  EWV-AREA-FIPS  REDEFINES  EWV-AREA-CODE.                       23
061341         10  EWV-FIPS-STATE     PIC X(02).                              23
061341         10  EWV-FIPS-COUNTY    PIC X(03).                              23
061341         10  EWV-FIPS-SPARE     PIC X(01).                              23
061341     05  FILLER                 PIC X(01).                              23
061341     05  EWV-WAIVER-TYPE        PIC X(01).                              23
061341         88  EWV-TYPE-VALID     VALUE 'N' 'T' 'B'.                      23
061341     05  FILLER                 PIC X(01).                              23
061341     05  EWV-EFF-FROM           PIC X(08).                              23
061341     05  FILLER                 PIC X(01).                              23
061341     05  EWV-EFF-THRU           PIC X(08).                              23
061341     05  FILLER                 PIC X(41).                              23
061341                                                                        23
061341 FD  EMRRPT                                                             23
061341     RECORDING MODE IS F                                                23
061341     BLOCK CONTAINS 133 RECORDS                                         23
061341     LABEL RECORDS ARE STANDARD.                                        23
061341 01  EMRRPT-LINE                PIC X(133).                             23
061341                                                                        23
061341 FD  CLMJRNL                                                            25
061341     RECORDING MODE IS F                                                25
061341     BLOCK CONTAINS 0 RECORDS                                           25
061341     LABEL RECORDS ARE STANDARD.                                        25
061341 01  CLMJRNL-REC                PIC X(120).                             25
061341                                                                        25
061341*---------------------------------------------------------------*       32
061341*    PROCESSED-FILE REGISTRY - ONE ENTRY PER HHAFILE PRICED,    *       32
061341*    CARRYING ITS FINGERPRINT (RECORD COUNT, HASH TOTALS AND    *       32
061341*    FIRST/LAST CLAIM KEYS), THE RUN DATE AND THE OUTCOME.      *       32
061341*    EACH RUN COPIES THE PRIOR GENERATION THROUGH AND ADDS ITS  *       32
061341*    OWN ENTRY, AS THE RUN LOG DOES                             *       32
061341*---------------------------------------------------------------*       32
061341 FD  FILREGIN                                                           32
061341     RECORDING MODE IS F                                                32
061341     BLOCK CONTAINS 0 RECORDS                                           32
061341     LABEL RECORDS ARE STANDARD.                                        32
061341 01  FILREGIN-REC               PIC X(200).                             32
061341                                                                        32
061341 FD  FILREGOUT                                                          32
061341     RECORDING MODE IS F                                                32
061341     BLOCK CONTAINS 0 RECORDS                                           32
061341     LABEL RECORDS ARE STANDARD.                                        32
061341 01  FILREGOUT-REC              PIC X(200).                             32
061341                                                                        32
061341 FD  FILREGRPT                                                          32
061341     RECORDING MODE IS F                                                32
061341     BLOCK CONTAINS 133 RECORDS                                         32
061341     LABEL RECORDS ARE STANDARD.                                        32
061341 01  FILREGRPT-LINE             PIC X(133).                             32
004140                                                                        01
004140 FD  ADMSRPT                                                            01
004140     RECORDING MODE IS F                                                01
004140     BLOCK CONTAINS 133 RECORDS                                         01
004140     LABEL RECORDS ARE STANDARD.                                        01
004140 01  ADMSRPT-LINE               PIC X(133).                             01
004140                                                                        01
004140 FD  QRPRPT                                                             03
004140     RECORDING MODE IS F                                                03
004140     BLOCK CONTAINS 133 RECORDS                                         03
004140     LABEL RECORDS ARE STANDARD.                                        03
004140 01  QRPRPT-LINE                PIC X(133).                             03
004140*---------------------------------------------------------------*       07
004140*    PROVIDER MASTER - READ HERE ONLY FOR ITS CHANGE-OF-        *       07
004140*    OWNERSHIP LINKS (HHOPN213 LOADS THE FULL MASTER FOR        *       07
004140*    HHDRV213'S ELIGIBILITY AND ROUTING)                        *       07
004140*---------------------------------------------------------------*       07
004140 FD  PROVMSTR                                                           07
004140     RECORDING MODE IS F                                                07
004140     LABEL RECORDS ARE STANDARD.                                        07
004140 01  PROV-MSTR-REC.                                                     07
004140     05  PVM-CCN                 PIC X(06).                             07
004140     05  FILLER                  PIC X(01).                             07
004140     05  PVM-NAME                PIC X(30).                             07
004140     05  FILLER                  PIC X(01).                             07
004140     05  PVM-STATE               PIC X(02).                             07
004140     05  FILLER                  PIC X(01).                             07
004140     05  PVM-CERT-DATE           PIC X(08).                             07
004140     05  FILLER                  PIC X(01).                             07
004140     05  PVM-TERM-DATE           PIC X(08).                             07
004140     05  FILLER                  PIC X(01).                             07
004140     05  PVM-SANCTION-IND        PIC X(01).                             07
004140     05  FILLER                  PIC X(01).                             07
004140     05  PVM-SUCC-CCN            PIC X(06).                             07
004140     05  FILLER                  PIC X(01).                             07
004140     05  PVM-PRED-CCN            PIC X(06).                             07
004140     05  FILLER                  PIC X(01).                             07
004140     05  PVM-CHOW-DATE           PIC X(08).                             07
004140*        FEDERAL TAX ID THE AGENCY IS PAID UNDER - SEVERAL CCNS         07
004140*        MAY SHARE ONE TIN (YEAR-END 1099 REPORTING ONLY)               07
004140     05  FILLER                  PIC X(01).                             07
004140     05  PVM-TIN                 PIC X(09).                             07
004140                                                                        07
004140 FD  CHOWRPT                                                            07
004140     RECORDING MODE IS F                                                07
004140     BLOCK CONTAINS 133 RECORDS                                         07
004140     LABEL RECORDS ARE STANDARD.                                        07
004140 01  CHOWRPT-LINE               PIC X(133).                             07
061341*---------------------------------------------------------------*       11
061341*    ANALYST MANUAL-PRICING OVERRIDES - ONE TRANSACTION PER     *       11
061341*    CLAIM, KEYED BY NPI / HIC / FROM-DATE / DCN, CARRYING THE  *       11
061341*    DIRECTED TOTAL PAYMENT AND TWO DISTINCT SIGN-OFFS          *       11
061341*---------------------------------------------------------------*       11
061341 FD  OVRFILE                                                            11
061341     RECORDING MODE IS F                                                11
061341     LABEL RECORDS ARE STANDARD.                                        11
061341 01  OVRFILE-REC.                                                       11
061341     05  OVT-NPI                 PIC X(10).                             11
061341     05  OVT-HIC                 PIC X(12).                             11
061341     05  OVT-FROM-DATE           PIC X(08).                             11
061341     05  OVT-DCN                 PIC X(08).                             11
061341     05  OVT-DIRECTED-PAY        PIC 9(07)V9(02).                       11
061341     05  OVT-REASON              PIC X(02).                             11
061341         88  OVT-REASON-VALID    VALUE 'CO' 'DE' 'CD' 'OT'.             11
061341*        MAKER KEYS THE OVERRIDE, CHECKER APPROVES IT                   11
061341     05  OVT-MAKER-ID            PIC X(08).                             11
061341     05  OVT-MAKER-DATE          PIC X(08).                             11
061341     05  OVT-CHECKER-ID          PIC X(08).                             11
061341     05  OVT-CHECKER-DATE        PIC X(08).                             11
061341     05  FILLER                  PIC X(19).                             11
061341*---------------------------------------------------------------*       11
061341*    OVERRIDE AUDIT TRAIL - EVERY OVERRIDE APPLIED, REFUSED OR  *       11
061341*    LEFT UNMATCHED, WITH THE CALCULATED AMOUNTS IT REPLACED    *       11
061341*    (THE CLAIM RECORD HAS NO ROOM FOR THEM).  ITS GENERATIONS  *       11
061341*    ARE THE INPUT TO THE PERIOD OVERRIDE REPORT, HHOVR213      *       11
061341*---------------------------------------------------------------*       11
061341 FD  OVRAUDIT                                                           11
061341     RECORDING MODE IS F                                                11
061341     LABEL RECORDS ARE STANDARD.                                        11
061341 01  OVRAUDIT-REC.                                                      11
061341     05  OVA-RUN-DATE            PIC X(08).                             11
061341*        A = APPLIED, R = REFUSED, U = NOT MATCHED THIS RUN             11
061341     05  OVA-STATUS              PIC X(01).                             11
061341     05  OVA-STATUS-TEXT         PIC X(20).                             11
061341     05  OVA-NPI                 PIC X(10).                             11
061341     05  OVA-HIC                 PIC X(12).                             11
061341     05  OVA-FROM-DATE           PIC X(08).                             11
061341     05  OVA-DCN                 PIC X(08).                             11
061341     05  OVA-PROV-NO             PIC X(06).                             11
061341     05  OVA-CONTRACT-CODE       PIC X(01).                             11
061341     05  OVA-ADJ-IND             PIC X(01).                             11
061341     05  OVA-PAY-RTC             PIC X(02).                             11
061341     05  OVA-CALC-TOTAL          PIC 9(07)V9(02).                       11
061341     05  OVA-CALC-OUTLIER        PIC 9(07)V9(02).                       11
061341     05  OVA-DIRECTED-PAY        PIC 9(07)V9(02).                       11
061341     05  OVA-REASON              PIC X(02).                             11
061341     05  OVA-MAKER-ID            PIC X(08).                             11
061341     05  OVA-MAKER-DATE          PIC X(08).                             11
061341     05  OVA-CHECKER-ID          PIC X(08).                             11
061341     05  OVA-CHECKER-DATE        PIC X(08).                             11
061341     05  FILLER                  PIC X(12).                             11
004140                                                                        96
004088 FD  SEQRATE                                                            86
004089     RECORDING MODE IS F                                                86
004103     05  HKS-ADMIT-DATE         PIC X(08).                              84
004104     05  HKS-DCN                PIC X(08).                              98
004105     05  HKS-PRED-DCN           PIC X(08).                              98
004106     05  HKS-INIT-DATE          PIC X(08).                              13
004107     05  FILLER                 PIC X(02).                              13
004108                                                                       84
004109 FD  NOAKSDS                                                            84
004110     LABEL RECORDS ARE STANDARD.                                        84
004111 01  NOAKSDS-REC.                                                       84
004112     05  NKS-KEY.                                                       84
004113         10  NKS-HIC            PIC X(12).                              84
004114         10  NKS-PROV-NO        PIC X(06).                              84
004115         10  NKS-ADMIT-DATE     PIC X(08).                              84
004116     05  NKS-DAYS-LATE          PIC 9(03).                              84
004117     05  FILLER                 PIC X(51).                              84
004400                                                                  00440032
004500                                                                  00450032
004600 WORKING-STORAGE SECTION.                                         00460032
004724     05  TDL-VISITS             PIC ZZZ,ZZZ,ZZ9.                        96
004724     05  FILLER                 PIC X(05)  VALUE SPACES.                96
004724     05  TDL-UNITS              PIC ZZZ,ZZZ,ZZ9.                        96
004724*----------------------------------------------------------------       00
004724*    HOSPICE ELECTION OVERLAP REPORT - ONE LINE PER PERIOD THAT         00
004724*    HHDRV213 FOUND INSIDE A HOSPICE ELECTION (RTC 58), WITH THE        00
004724*    HOSPICE PROVIDER AND THE OVERLAPPING DAYS                          00
004724*----------------------------------------------------------------       00
004724 01  HSR-STAT.                                                          00
004724     05  HSR-STAT1               PIC X.                                 00
004724     05  HSR-STAT2               PIC X.                                 00
004724 01  HOSPRPT-CTR                 PIC 9(09)  VALUE 0.                    00
004724 01  HSR-LINE-CTR                PIC 9(02)  VALUE 65.                   00
004724 01  HSR-SCAN                    PIC 9(01)  VALUE 0.                    00
004724 01  HSR-FOUND-SW                PIC X(01)  VALUE 'N'.                  00
004724     88  HSR-RTC-ON-LIST                    VALUE 'Y'.                  00
004724 01  HSR-REJECT-CTR              PIC 9(07)  VALUE 0.                    00
004724 01  HSR-WARN-CTR                PIC 9(07)  VALUE 0.                    00
004724 01  HSR-DAYS-TOTAL              PIC 9(09)  VALUE 0.                    00
004724 01  HSR-HEAD1.                                                         00
004724     05  FILLER                 PIC X(01)  VALUE SPACES.                00
004724     05  FILLER                 PIC X(44)  VALUE                        00
004724        ' HHA HOSPICE ELECTION OVERLAP REPORT        '.                 00
004724 01  HSR-HEAD2.                                                         00
004724     05  FILLER                 PIC X(01)  VALUE SPACES.                00
004724     05  FILLER                 PIC X(44)  VALUE                        00
004724        '     HIC        PROV    FROM    -  THRU     '.                 00
004724     05  FILLER                 PIC X(44)  VALUE                        00
004724        'HOSPICE  OVLP DAYS      TOTAL PAID   ACTION '.                 00
004724 01  HSR-DETAIL-LINE.                                                   00
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                00
004724     05  HSR-HIC                PIC X(12).                              00
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                00
004724     05  HSR-PROV               PIC X(06).                              00
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                00
004724     05  HSR-FROM               PIC X(08).                              00
004724     05  FILLER                 PIC X(01)  VALUE '-'.                   00
004724     05  HSR-THRU               PIC X(08).                              00
004724     05  FILLER                 PIC X(04)  VALUE SPACES.                00
004724     05  HSR-HOSP-PROV          PIC X(06).                              00
004724     05  FILLER                 PIC X(04)  VALUE SPACES.                00
004724     05  HSR-DAYS               PIC ZZ9.                                00
004724     05  FILLER                 PIC X(04)  VALUE SPACES.                00
004724     05  HSR-PAID               PIC Z,ZZZ,ZZ9.99.                       00
004724     05  FILLER                 PIC X(03)  VALUE SPACES.                00
004724     05  HSR-ACTION             PIC X(14).                              00
004724 01  HSR-SUMM-LINE.                                                     00
004724     05  FILLER                 PIC X(10)  VALUE SPACES.                00
004724     05  FILLER                 PIC X(20)  VALUE                        00
004724        '-- REJECTED       =>'.                                         00
004724     05  HSR-SUMM-REJECT        PIC ZZZ,ZZ9.                            00
004724     05  FILLER                 PIC X(05)  VALUE SPACES.                00
004724     05  FILLER                 PIC X(20)  VALUE                        00
004724        '-- WARNED (PAID)  =>'.                                         00
004724     05  HSR-SUMM-WARN          PIC ZZZ,ZZ9.                            00
004724     05  FILLER                 PIC X(05)  VALUE SPACES.                00
004724     05  FILLER                 PIC X(20)  VALUE                        00
004724        '-- OVERLAP DAYS   =>'.                                         00
004724     05  HSR-SUMM-DAYS          PIC ZZZ,ZZZ,ZZ9.                        00
004724*----------------------------------------------------------------       01
004724*    ADMISSION SOURCE VERIFICATION REPORT - PRICED CLAIMS WHOSE         01
004724*    HRG ADMISSION SOURCE THE INPATIENT/SNF DISCHARGE FEED DOES         01
004724*    NOT SUPPORT.  THE DOLLAR DIFFERENCE IS THE HRG PAYMENT AT          01
004724*    THE BILLED WEIGHT LESS THE SAME PAYMENT AT THE OTHER-SOURCE        01
004724*    WEIGHT (POSITIVE = PAID MORE THAN THE FEED SUPPORTS)               01
004724*----------------------------------------------------------------       01
004724 01  ASR-STAT.                                                          01
004724     05  ASR-STAT1               PIC X.                                 01
004724     05  ASR-STAT2               PIC X.                                 01
004724 01  ADMSRPT-CTR                 PIC 9(09)  VALUE 0.                    01
004724 01  ASR-LINE-CTR                PIC 9(02)  VALUE 65.                   01
004724 01  ASR-PROV-NEXT               PIC 9(04)  VALUE 0.                    01
004724 01  ASR-DOLLAR-DIFF             PIC S9(07)V9(02) VALUE 0.              01
004724 01  ASR-INSTIT-CTR              PIC 9(07)  VALUE 0.                    01
004724 01  ASR-COMMUN-CTR              PIC 9(07)  VALUE 0.                    01
004724 01  ASR-TOTAL-DIFF              PIC S9(11)V9(02) VALUE 0.              01
004724 01  ASR-ALT-HRG                 PIC X(05)  VALUE SPACES.               01
004724 01  ASR-PROV-TABLE.                                                    01
004724     05  ASR-PROV-DATA           OCCURS 2000                            01
004724                                 INDEXED BY AP1.                        01
004724         10  ASP-PROV-NO        PIC X(06).                              01
004724         10  ASP-INSTIT-CTR     PIC 9(07).                              01
004724         10  ASP-COMMUN-CTR     PIC 9(07).                              01
004724         10  ASP-DOLLAR-DIFF    PIC S9(11)V9(02).                       01
004724 01  ASR-HEAD1.                                                         01
004724     05  FILLER                 PIC X(01)  VALUE SPACES.                01
004724     05  FILLER                 PIC X(44)  VALUE                        01
004724        ' HHA ADMISSION SOURCE VERIFICATION REPORT   '.                 01
004724 01  ASR-HEAD2.                                                         01
004724     05  FILLER                 PIC X(01)  VALUE SPACES.                01
004724     05  FILLER                 PIC X(44)  VALUE                        01
004724        '    HIC        PROV    FROM      BILLED  WGT'.                 01
004724     05  FILLER                 PIC X(44)  VALUE                        01
004724        '    OTHER   WGT     DOLLAR DIFF    FINDING  '.                 01
004724 01  ASR-DETAIL-LINE.                                                   01
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                01
004724     05  ADL-HIC                PIC X(12).                              01
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                01
004724     05  ADL-PROV               PIC X(06).                              01
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                01
004724     05  ADL-FROM               PIC X(08).                              01
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                01
004724     05  ADL-BILLED-HRG         PIC X(05).                              01
004724     05  FILLER                 PIC X(01)  VALUE SPACES.                01
004724     05  ADL-BILLED-WGT         PIC Z9.9999.                            01
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                01
004724     05  ADL-ALT-HRG            PIC X(05).                              01
004724     05  FILLER                 PIC X(01)  VALUE SPACES.                01
004724     05  ADL-ALT-WGT            PIC Z9.9999.                            01
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                01
004724     05  ADL-DOLLAR-DIFF        PIC Z,ZZZ,ZZ9.99-.                      01
004724     05  FILLER                 PIC X(03)  VALUE SPACES.                01
004724     05  ADL-FINDING            PIC X(30).                              01
004724 01  ASR-PROV-HEAD.                                                     01
004724     05  FILLER                 PIC X(01)  VALUE SPACES.                01
004724     05  FILLER                 PIC X(44)  VALUE                        01
004724        '   PROV   INSTIT NO DSCH  COMMUN WITH DSCH  '.                 01
004724     05  FILLER                 PIC X(22)  VALUE                        01
004724        '       DOLLAR DIFF    '.                                       01
004724 01  ASR-PROV-LINE.                                                     01
004724     05  FILLER                 PIC X(03)  VALUE SPACES.                01
004724     05  APL-PROV               PIC X(06).                              01
004724     05  FILLER                 PIC X(05)  VALUE SPACES.                01
004724     05  APL-INSTIT             PIC ZZZ,ZZ9.                            01
004724     05  FILLER                 PIC X(10)  VALUE SPACES.                01
004724     05  APL-COMMUN             PIC ZZZ,ZZ9.                            01
004724     05  FILLER                 PIC X(04)  VALUE SPACES.                01
004724     05  APL-DOLLAR-DIFF        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.                 01
004724*----------------------------------------------------------------       03
004724*    QRP NON-COMPLIANCE MISMATCH REPORT - CLAIMS WHOSE SUBMITTED        03
004724*    QRP INDICATOR DISAGREED WITH THE NON-COMPLIANCE LIST.  THE         03
004724*    CLAIM IS PRICED A SECOND TIME AS SUBMITTED; THE DOLLAR             03
004724*    EFFECT IS THE PAYMENT UNDER THE LIST LESS THE PAYMENT AS           03
004724*    SUBMITTED (NEGATIVE = THE LIST REDUCED THE PAYMENT)                03
004724*----------------------------------------------------------------       03
004724 01  QRR-STAT.                                                          03
004724     05  QRR-STAT1               PIC X.                                 03
004724     05  QRR-STAT2               PIC X.                                 03
004724 01  QRPRPT-CTR                  PIC 9(09)  VALUE 0.                    03
004724 01  QRR-LINE-CTR                PIC 9(02)  VALUE 65.                   03
004724 01  QRR-PROV-NEXT               PIC 9(04)  VALUE 0.                    03
004724 01  QRR-DOLLAR-EFFECT           PIC S9(07)V9(02) VALUE 0.              03
004724 01  QRR-REDUCED-CTR             PIC 9(07)  VALUE 0.                    03
004724 01  QRR-FULL-CTR                PIC 9(07)  VALUE 0.                    03
004724 01  QRR-TOTAL-EFFECT            PIC S9(11)V9(02) VALUE 0.              03
004724 01  QRR-LIST-SW                 PIC X(01)  VALUE SPACE.                03
004724 01  QRR-LIST-PAY                PIC 9(07)V9(02) VALUE 0.               03
004724 01  QRR-SUBMIT-PAY              PIC 9(07)V9(02) VALUE 0.               03
004724 01  QRR-SUBMIT-IND              PIC X(01)  VALUE SPACE.                03
004724 01  QRR-SAVE-INPUT              PIC X(1000) VALUE SPACES.              31
004724 01  QRR-PRICED-INPUT            PIC X(1000) VALUE SPACES.              31
004724*    SAME LENGTH AS HOLD-VAR-DATA - WIDEN BOTH TOGETHER                 03
004724 01  QRR-SAVE-HOLD               PIC X(69)  VALUE SPACES.               03
004724 01  QRR-PROV-TABLE.                                                    03
004724     05  QRR-PROV-DATA           OCCURS 2000                            03
004724                                 INDEXED BY QP1.                        03
004724         10  QRS-PROV-NO        PIC X(06).                              03
004724         10  QRS-REDUCED-CTR    PIC 9(07).                              03
004724         10  QRS-FULL-CTR       PIC 9(07).                              03
004724         10  QRS-DOLLAR-EFFECT  PIC S9(11)V9(02).                       03
004724 01  QRR-HEAD1.                                                         03
004724     05  FILLER                 PIC X(01)  VALUE SPACES.                03
004724     05  FILLER                 PIC X(44)  VALUE                        03
004724        ' HHA QRP NON-COMPLIANCE MISMATCH REPORT     '.                 03
004724 01  QRR-HEAD2.                                                         03
004724     05  FILLER                 PIC X(01)  VALUE SPACES.                03
004724     05  FILLER                 PIC X(44)  VALUE                        03
004724        '     HIC       PROV     THRU     SUB  APL   '.                 03
004724     05  FILLER                 PIC X(44)  VALUE                        03
004724        '    PAID AMT    AS SUBMITTED   DOLLAR EFFECT'.                 03
004724     05  FILLER                 PIC X(10)  VALUE                        03
004724        '   FINDING'.                                                   03
004724 01  QRR-DETAIL-LINE.                                                   03
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                03
004724     05  QDL-HIC                PIC X(12).                              03
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                03
004724     05  QDL-PROV               PIC X(06).                              03
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                03
004724     05  QDL-THRU               PIC X(08).                              03
004724     05  FILLER                 PIC X(03)  VALUE SPACES.                03
004724     05  QDL-SUBMIT-IND         PIC X(01).                              03
004724     05  FILLER                 PIC X(04)  VALUE SPACES.                03
004724     05  QDL-APPLIED-IND        PIC X(01).                              03
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                03
004724     05  QDL-LIST-PAY           PIC ZZ,ZZZ,ZZ9.99-.                     03
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                03
004724     05  QDL-SUBMIT-PAY         PIC ZZ,ZZZ,ZZ9.99-.                     03
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                03
004724     05  QDL-DOLLAR-EFFECT      PIC ZZ,ZZZ,ZZ9.99-.                     03
004724     05  FILLER                 PIC X(03)  VALUE SPACES.                03
004724     05  QDL-FINDING            PIC X(30).                              03
004724 01  QRR-PROV-HEAD.                                                     03
004724     05  FILLER                 PIC X(01)  VALUE SPACES.                03
004724     05  FILLER                 PIC X(44)  VALUE                        03
004724        '  PROV    TO REDUCED     TO FULL RATE       '.                 03
004724     05  FILLER                 PIC X(22)  VALUE                        03
004724        '  DOLLAR EFFECT       '.                                       03
004724 01  QRR-PROV-LINE.                                                     03
004724     05  FILLER                 PIC X(03)  VALUE SPACES.                03
004724     05  QPL-PROV               PIC X(06).                              03
004724     05  FILLER                 PIC X(05)  VALUE SPACES.                03
004724     05  QPL-REDUCED            PIC ZZZ,ZZ9.                            03
004724     05  FILLER                 PIC X(10)  VALUE SPACES.                03
004724     05  QPL-FULL               PIC ZZZ,ZZ9.                            03
004724     05  FILLER                 PIC X(04)  VALUE SPACES.                03
004724     05  QPL-DOLLAR-EFFECT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.                 03
004724*----------------------------------------------------------------       07
004724*    CHANGE-OF-OWNERSHIP TRANSACTION REPORT - CLAIMS HHDRV213           07
004724*    ROUTED TO THE OWNER ON THEIR FROM-DATE, OVERLAPS BETWEEN A         07
004724*    PREDECESSOR AND ITS SUCCESSOR (ONE AGENCY, SO NOT A                07
004724*    TRANSFER) AND OFFSET-LEDGER BALANCES CARRIED FROM THE OLD          07
004724*    OWNER TO THE NEW.  A BALANCE CARRIES ONCE THE CHOW DATE HAS        07
004724*    ARRIVED - AT START OF RUN ('O', THE OPENING BALANCE) AND           07
004724*    AGAIN AT END OF RUN ('R', RECEIVABLES ACCRUED THIS RUN)            07
004724*----------------------------------------------------------------       07
004724 01  PVM-STAT.                                                          07
004724     05  PVM-STAT1               PIC X.                                 07
004724     05  PVM-STAT2               PIC X.                                 07
004724 01  CHR-STAT.                                                          07
004724     05  CHR-STAT1               PIC X.                                 07
004724     05  CHR-STAT2               PIC X.                                 07
004724 01  PVM-EOF-SW                  PIC 9(01)  VALUE 0.                    07
004724 01  CHOWRPT-CTR                 PIC 9(09)  VALUE 0.                    07
004724 01  CHR-LINE-CTR                PIC 9(02)  VALUE 65.                   07
004724 01  CHOW-NEXT                   PIC 9(03)  VALUE 0.                    07
004724 01  CHOW-ROUTED-CTR             PIC 9(07)  VALUE 0.                    07
004724 01  CHOW-JOINED-CTR             PIC 9(07)  VALUE 0.                    07
004724 01  CHOW-CARRIED-TOTAL          PIC 9(11)V9(02) VALUE 0.               07
004724 01  CHW-BILLED-PROV             PIC X(06)  VALUE SPACES.               07
004724 01  CHW-ROUTED-SW               PIC X(01)  VALUE 'N'.                  07
004724     88  CHW-CLAIM-ROUTED                   VALUE 'Y'.                  07
004724 01  CHW-SAME-AGENCY-SW          PIC X(01)  VALUE 'N'.                  07
004724     88  CHW-SAME-AGENCY                    VALUE 'Y'.                  07
004724 01  CHW-CARRY-PASS              PIC X(01)  VALUE SPACE.                07
004724 01  CHW-HOPS                    PIC 9(01)  VALUE 0.                    07
004724 01  CHW-ROOT-WORK               PIC X(06)  VALUE SPACES.               07
004724 01  CHW-ROOT-THIS               PIC X(06)  VALUE SPACES.               07
004724 01  CHW-OTHER-PROV              PIC X(06)  VALUE SPACES.               07
004724 01  CHW-OTHER-FROM              PIC X(08)  VALUE SPACES.               07
004724 01  CHW-OTHER-THRU              PIC X(08)  VALUE SPACES.               07
004724 01  CHW-CARRY-AMT               PIC 9(09)V9(02) VALUE 0.               07
004724 01  CHW-PRED-SUB                PIC 9(04)  VALUE 0.                    07
004724 01  CHOW-LINK-TABLE.                                                   07
004724     05  CHOW-LINK-DATA          OCCURS 500                             07
004724                                 INDEXED BY CX1.                        07
004724         10  CHL-PRED-CCN       PIC X(06).                              07
004724         10  CHL-SUCC-CCN       PIC X(06).                              07
004724         10  CHL-CHOW-DATE      PIC X(08).                              07
004724         10  CHL-OPEN-CARRIED   PIC 9(09)V9(02).                        07
004724         10  CHL-RUN-CARRIED    PIC 9(09)V9(02).                        07
004724 01  CHR-HEAD1.                                                         07
004724     05  FILLER                 PIC X(01)  VALUE SPACES.                07
004724     05  FILLER                 PIC X(44)  VALUE                        07
004724        ' HHA CHANGE-OF-OWNERSHIP TRANSACTION REPORT '.                 07
004724 01  CHR-HEAD2.                                                         07
004724     05  FILLER                 PIC X(01)  VALUE SPACES.                07
004724     05  FILLER                 PIC X(42)  VALUE                        07
004724        ' HIC            BILLED   OWNER   FROM     '.                   07
004724     05  FILLER                 PIC X(37)  VALUE                        07
004724        ' THRU       RTC      PAYMENT   ACTION'.                        07
004724 01  CHR-DETAIL-LINE.                                                   07
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                07
004724     05  CDL-HIC                PIC X(12).                              07
004724     05  FILLER                 PIC X(03)  VALUE SPACES.                07
004724     05  CDL-BILLED             PIC X(06).                              07
004724     05  FILLER                 PIC X(03)  VALUE SPACES.                07
004724     05  CDL-OWNER              PIC X(06).                              07
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                07
004724     05  CDL-FROM               PIC X(08).                              07
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                07
004724     05  CDL-THRU               PIC X(08).                              07
004724     05  FILLER                 PIC X(03)  VALUE SPACES.                07
004724     05  CDL-RTC                PIC X(02).                              07
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                07
004724     05  CDL-PAYMENT            PIC ZZ,ZZZ,ZZ9.99.                      07
004724     05  FILLER                 PIC X(02)  VALUE SPACES.                07
004724     05  CDL-ACTION             PIC X(30).                              07
004724 01  CHR-LEDG-HEAD.                                                     07
004724     05  FILLER                 PIC X(01)  VALUE SPACES.                07
004724     05  FILLER                 PIC X(31)  VALUE                        07
004724        '  PRED     SUCC     CHOW DATE  '.                              07
004724     05  FILLER                 PIC X(33)  VALUE                        07
004724        'OPENING CARRIED    IN-RUN CARRIED'.                            07
004724 01  CHR-LEDG-LINE.                                                     07
004724     05  FILLER                 PIC X(03)  VALUE SPACES.                07
004724     05  CLL-PRED               PIC X(06).                              07
004724     05  FILLER                 PIC X(03)  VALUE SPACES.                07
004724     05  CLL-SUCC               PIC X(06).                              07
004724     05  FILLER                 PIC X(03)  VALUE SPACES.                07
004724     05  CLL-CHOW-DATE          PIC X(08).                              07
004724     05  FILLER                 PIC X(04)  VALUE SPACES.                07
004724     05  CLL-OPEN-CARRIED       PIC ZZZ,ZZZ,ZZ9.99.                     07
004724     05  FILLER                 PIC X(04)  VALUE SPACES.                07
004724     05  CLL-RUN-CARRIED        PIC ZZZ,ZZZ,ZZ9.99.                     07
004724 01  CHR-SUMM-LINE.                                                     07
004724     05  FILLER                 PIC X(10)  VALUE SPACES.                07
004724     05  FILLER                 PIC X(24)  VALUE                        07
004724        '-- CLAIMS ROUTED      =>'.                                     07
004724     05  CHR-SUMM-ROUTED        PIC ZZZ,ZZ9.                            07
004724     05  FILLER                 PIC X(05)  VALUE SPACES.                07
004724     05  FILLER                 PIC X(24)  VALUE                        07
004724        '-- OVERLAPS JOINED    =>'.                                     07
004724     05  CHR-SUMM-JOINED        PIC ZZZ,ZZ9.                            07
004724     05  FILLER                 PIC X(05)  VALUE SPACES.                07
004724     05  FILLER                 PIC X(24)  VALUE                        07
004724        '-- BALANCES CARRIED   =>'.                                     07
004724     05  CHR-SUMM-CARRIED       PIC ZZ,ZZZ,ZZZ,ZZ9.99.                  07
061341*----------------------------------------------------------------       11
061341*    MANUAL-PRICING OVERRIDES - LOADED FROM OVRFILE AND MATCHED         11
061341*    TO THE CLAIM AFTER PRICING.  A TRANSACTION WITHOUT TWO             11
061341*    DIFFERENT SIGN-OFFS, A KNOWN REASON AND A NUMERIC AMOUNT IS        11
061341*    REFUSED AT LOAD; ONE THAT MATCHES A CLAIM THAT DID NOT PRICE       11
061341*    PAYABLE IS REFUSED AT MATCH.  THE OVERRIDDEN CLAIM IS MARKED       11
061341*    HHA-CLAIM-CLASS 'M' FOR EVERY DOWNSTREAM EXTRACT                   11
061341*----------------------------------------------------------------       11
061341 01  OVT-STAT.                                                          11
061341     05  OVT-STAT1               PIC X.                                 11
061341     05  OVT-STAT2               PIC X.                                 11
061341 01  OVA-STAT.                                                          11
061341     05  OVA-STAT1               PIC X.                                 11
061341     05  OVA-STAT2               PIC X.                                 11
061341 01  OVR-EOF-SW                  PIC 9(01)  VALUE 0.                    11
061341 01  OVRAUDIT-CTR                PIC 9(09)  VALUE 0.                    11
061341 01  OVR-NEXT                    PIC 9(03)  VALUE 0.                    11
061341 01  OVR-APPLIED-CTR             PIC 9(07)  VALUE 0.                    11
061341 01  OVR-REFUSED-CTR             PIC 9(07)  VALUE 0.                    11
061341 01  OVR-UNMATCHED-CTR           PIC 9(07)  VALUE 0.                    11
061341 01  OVR-REFUSE-TEXT             PIC X(20)  VALUE SPACES.               11
061341 01  HHAUT213                    PIC X(08)  VALUE 'HHAUT213'.           30
061341*    AUTHORIZATION REQUEST PASSED TO HHAUT213 - PIC X(100); THE         30
061341*    MAKER MUST HOLD OVRKEY AND THE CHECKER OVRAPP IN SECPROF           30
061341 01  AUTH-REQUEST.                                                      30
061341     05  AUT-ACTION              PIC X(01).                             30
061341     05  AUT-PROGRAM             PIC X(08).                             30
061341     05  AUT-FUNCTION            PIC X(06).                             30
061341     05  AUT-SCOPE               PIC X(08).                             30
061341     05  AUT-USER-ID             PIC X(08).                             30
061341     05  AUT-DETAIL              PIC X(40).                             30
061341     05  AUT-RESULT              PIC X(01).                             30
061341         88  AUT-GRANTED                    VALUE 'G'.                  30
061341     05  AUT-REASON              PIC X(20).                             30
061341     05  FILLER                  PIC X(08).                             30
061341 01  OVR-TABLE.                                                         11
061341     05  OVR-DATA                OCCURS 500                             11
061341                                 INDEXED BY OV1.                        11
061341         10  OVR-NPI            PIC X(10).                              11
061341         10  OVR-HIC            PIC X(12).                              11
061341         10  OVR-FROM-DATE      PIC X(08).                              11
061341         10  OVR-DCN            PIC X(08).                              11
061341         10  OVR-DIRECTED-PAY   PIC 9(07)V9(02).                        11
061341         10  OVR-REASON         PIC X(02).                              11
061341         10  OVR-MAKER-ID       PIC X(08).                              11
061341         10  OVR-MAKER-DATE     PIC X(08).                              11
061341         10  OVR-CHECKER-ID     PIC X(08).                              11
061341         10  OVR-CHECKER-DATE   PIC X(08).                              11
061341         10  OVR-USED-SW        PIC X(01).                              11
061341*----------------------------------------------------------------       13
061341*    TIMELY-FILING EXCEPTION REPORT - ONE LINE PER CLAIM WHERE          13
061341*    HHDRV213 POSTED THE TIMELY-FILING (RTC 41) OR REOPENING            13
061341*    (RTC 42) EDIT, OR WAIVED IT UNDER AN EXCEPTION, WITH THE           13
061341*    CLAIM'S AGE IN DAYS AND THE EXCEPTION APPLIED                      13
061341*----------------------------------------------------------------       13
061341 01  TFR-STAT.                                                          13
061341     05  TFR-STAT1               PIC X.                                 13
061341     05  TFR-STAT2               PIC X.                                 13
061341 01  TFLRPT-CTR                  PIC 9(09)  VALUE 0.                    13
061341 01  TFR-LINE-CTR                PIC 9(02)  VALUE 65.                   13
061341 01  TFR-SCAN                    PIC 9(01)  VALUE 0.                    13
061341 01  TFR-EDIT-RTC                PIC 9(02)  VALUE 0.                    13
061341 01  TFR-DETERM-DATE             PIC X(08)  VALUE ZEROS.                13
061341 01  TFR-REJECT-CTR              PIC 9(07)  VALUE 0.                    13
061341 01  TFR-WARN-CTR                PIC 9(07)  VALUE 0.                    13
061341 01  TFR-EXCEPT-CTR              PIC 9(07)  VALUE 0.                    13
061341 01  TFR-HEAD1.                                                         13
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                13
061341     05  FILLER                 PIC X(50)  VALUE                        13
061341        ' HHA TIMELY-FILING AND REOPENING EXCEPTION REPORT '.           13
061341 01  TFR-HEAD2.                                                         13
061341     05  FILLER                 PIC X(45)  VALUE                        13
061341        '  NPI         HIC           FROM    -  THRU  '.                13
061341     05  FILLER                 PIC X(41)  VALUE                        13
061341        '  RECEIVED  DETERMND AGE DAYS   EDIT     '.                    13
061341     05  FILLER                 PIC X(35)  VALUE                        13
061341        'EXCEPTION APPLIED   ACTION         '.                          13
061341 01  TFR-DETAIL-LINE.                                                   13
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                13
061341     05  TFR-NPI                PIC X(10).                              13
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                13
061341     05  TFR-HIC                PIC X(12).                              13
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                13
061341     05  TFR-FROM               PIC X(08).                              13
061341     05  FILLER                 PIC X(01)  VALUE '-'.                   13
061341     05  TFR-THRU               PIC X(08).                              13
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                13
061341     05  TFR-RECEIVED           PIC X(08).                              13
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                13
061341     05  TFR-DETERM             PIC X(08).                              13
061341     05  FILLER                 PIC X(03)  VALUE SPACES.                13
061341     05  TFR-AGE                PIC ZZ,ZZ9.                             13
061341     05  FILLER                 PIC X(03)  VALUE SPACES.                13
061341     05  TFR-EDIT               PIC X(06).                              13
061341     05  FILLER                 PIC X(03)  VALUE SPACES.                13
061341     05  TFR-EXCEPTION          PIC X(18).                              13
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                13
061341     05  TFR-ACTION             PIC X(15).                              13
061341 01  TFR-SUMM-LINE.                                                     13
061341     05  FILLER                 PIC X(10)  VALUE SPACES.                13
061341     05  FILLER                 PIC X(20)  VALUE                        13
061341        '-- REJECTED       =>'.                                         13
061341     05  TFR-SUMM-REJECT        PIC ZZZ,ZZ9.                            13
061341     05  FILLER                 PIC X(05)  VALUE SPACES.                13
061341     05  FILLER                 PIC X(20)  VALUE                        13
061341        '-- WARNED (PAID)  =>'.                                         13
061341     05  TFR-SUMM-WARN          PIC ZZZ,ZZ9.                            13
061341     05  FILLER                 PIC X(05)  VALUE SPACES.                13
061341     05  FILLER                 PIC X(20)  VALUE                        13
061341        '-- EXCEPTED       =>'.                                         13
061341     05  TFR-SUMM-EXCEPT        PIC ZZZ,ZZ9.                            13
061341*----------------------------------------------------------------       16
061341*    ORDERING/CERTIFYING PRACTITIONER ENROLLMENT REPORT - EACH          16
061341*    PRACTITIONER HHDRV213 FOUND NOT ENROLLED (RTC 43), WITH A          16
061341*    LINE UNDER IT FOR EVERY AGENCY THAT BILLED UNDER THEIR             16
061341*    ORDERS.  PRACTITIONERS AND AGENCIES PRINT IN THE ORDER             16
061341*    FIRST SEEN                                                         16
061341*----------------------------------------------------------------       16
061341 01  OPD-STAT.                                                          16
061341     05  OPD-STAT1               PIC X.                                 16
061341     05  OPD-STAT2               PIC X.                                 16
061341 01  ORR-STAT.                                                          16
061341     05  ORR-STAT1               PIC X.                                 16
061341     05  ORR-STAT2               PIC X.                                 16
061341 01  ORDRPT-CTR                  PIC 9(09)  VALUE 0.                    16
061341 01  ORR-LINE-CTR                PIC 9(02)  VALUE 65.                   16
061341 01  ORR-SCAN                    PIC 9(01)  VALUE 0.                    16
061341 01  ORR-FOUND-SW                PIC X(01)  VALUE 'N'.                  16
061341     88  ORR-RTC-ON-LIST                    VALUE 'Y'.                  16
061341 01  ORR-REJECT-CTR              PIC 9(07)  VALUE 0.                    16
061341 01  ORR-WARN-CTR                PIC 9(07)  VALUE 0.                    16
061341 01  ORR-PRAC-NEXT               PIC 9(04)  VALUE 0.                    16
061341 01  ORR-PRAC-TABLE.                                                    16
061341     05  ORR-PRAC-DATA           OCCURS 2000                            16
061341                                 INDEXED BY OR1.                        16
061341         10  ORP-NPI             PIC X(10).                             16
061341         10  ORP-NAME            PIC X(30).                             16
061341         10  ORP-FLAG            PIC X(01).                             16
061341         10  ORP-CLAIMS          PIC 9(07).                             16
061341         10  ORP-REJECTED        PIC 9(07).                             16
061341         10  ORP-WARNED          PIC 9(07).                             16
061341         10  ORP-PAID            PIC 9(09)V99.                          16
061341 01  ORR-AGCY-NEXT               PIC 9(04)  VALUE 0.                    16
061341 01  ORR-AGCY-TABLE.                                                    16
061341     05  ORR-AGCY-DATA           OCCURS 5000                            16
061341                                 INDEXED BY OR2.                        16
061341         10  ORA-PRAC-NPI        PIC X(10).                             16
061341         10  ORA-NPI             PIC X(10).                             16
061341         10  ORA-PROV            PIC X(06).                             16
061341         10  ORA-CLAIMS          PIC 9(07).                             16
061341         10  ORA-REJECTED        PIC 9(07).                             16
061341         10  ORA-WARNED          PIC 9(07).                             16
061341         10  ORA-PAID            PIC 9(09)V99.                          16
061341 01  ORR-HEAD1.                                                         16
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                16
061341     05  FILLER                 PIC X(56)  VALUE                        16
061341        ' HHA ORDERING/CERTIFYING PRACTITIONER ENROLLMENT REPORT'.      16
061341 01  ORR-HEAD2.                                                         16
061341     05  FILLER                 PIC X(46)  VALUE                        16
061341        '  PRAC NPI    PRACTITIONER NAME               '.               16
061341     05  FILLER                 PIC X(42)  VALUE                        16
061341        'REASON                AGENCY NPI  PROV    '.                   16
061341     05  FILLER                 PIC X(41)  VALUE                        16
061341        ' CLAIMS  REJECTD   WARNED     PAID AMOUNT'.                    16
061341 01  ORR-DETAIL-LINE.                                                   16
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                16
061341     05  ORR-PRAC-NPI           PIC X(10).                              16
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                16
061341     05  ORR-PRAC-NAME          PIC X(30).                              16
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                16
061341     05  ORR-REASON             PIC X(20).                              16
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                16
061341     05  ORR-AGCY-NPI           PIC X(10).                              16
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                16
061341     05  ORR-PROV               PIC X(06).                              16
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                16
061341     05  ORR-CLAIMS             PIC ZZZ,ZZ9.                            16
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                16
061341     05  ORR-REJECTED           PIC ZZZ,ZZ9.                            16
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                16
061341     05  ORR-WARNED             PIC ZZZ,ZZ9.                            16
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                16
061341     05  ORR-PAID               PIC ZZZ,ZZZ,ZZ9.99.                     16
061341 01  ORR-SUMM-LINE.                                                     16
061341     05  FILLER                 PIC X(10)  VALUE SPACES.                16
061341     05  FILLER                 PIC X(20)  VALUE                        16
061341        '-- PRACTITIONERS  =>'.                                         16
061341     05  ORR-SUMM-PRAC          PIC ZZZ,ZZ9.                            16
061341     05  FILLER                 PIC X(05)  VALUE SPACES.                16
061341     05  FILLER                 PIC X(20)  VALUE                        16
061341        '-- REJECTED       =>'.                                         16
061341     05  ORR-SUMM-REJECT        PIC ZZZ,ZZ9.                            16
061341     05  FILLER                 PIC X(05)  VALUE SPACES.                16
061341     05  FILLER                 PIC X(20)  VALUE                        16
061341        '-- WARNED (PAID)  =>'.                                         16
061341     05  ORR-SUMM-WARN          PIC ZZZ,ZZ9.                            16
061341*----------------------------------------------------------------       21
061341*    REVIEW CHOICE DEMONSTRATION - PARTICIPATING AGENCIES AND           21
061341*    THE PRE-CLAIM REVIEW DECISIONS (UTNS) ON FILE.  A FINAL            21
061341*    CLAIM FROM A PARTICIPATING AGENCY WITH NO AFFIRMED UTN FOR         21
061341*    THE BENEFICIARY AND PERIOD IS REDUCED OR HELD FOR PREPAYMENT       21
061341*    REVIEW, BY THE AGENCY'S OPTION.  RCDRPT LISTS EACH CLAIM SO        21
061341*    TREATED AND THE AFFIRMATION RATES BY AGENCY                        21
061341*----------------------------------------------------------------       21
061341 01  RCP-STAT.                                                          21
061341     05  RCP-STAT1               PIC X.                                 21
061341     05  RCP-STAT2               PIC X.                                 21
061341 01  RCU-STAT.                                                          21
061341     05  RCU-STAT1               PIC X.                                 21
061341     05  RCU-STAT2               PIC X.                                 21
061341 01  RCR-STAT.                                                          21
061341     05  RCR-STAT1               PIC X.                                 21
061341     05  RCR-STAT2               PIC X.                                 21
061341 01  RCP-EOF-SW                  PIC 9(01)  VALUE 0.                    21
061341 01  RCU-EOF-SW                  PIC 9(01)  VALUE 0.                    21
061341 01  RCDRPT-CTR                  PIC 9(09)  VALUE 0.                    21
061341 01  RCR-LINE-CTR                PIC 9(02)  VALUE 65.                   21
061341 01  RCR-PAGE-SW                 PIC X(01)  VALUE 'C'.                  21
061341     88  RCR-CLAIM-PAGE                     VALUE 'C'.                  21
061341 01  RCD-REDUCTION-PCT           PIC V9(02) VALUE .25.                  21
061341 01  RCD-REDUCTION-AMT           PIC 9(07)V9(02) VALUE 0.               21
061341 01  RCD-CALC-TOTAL              PIC 9(07)V9(02) VALUE 0.               21
061341 01  RCD-REDUCED-CTR             PIC 9(07)  VALUE 0.                    21
061341 01  RCD-REVIEW-CTR              PIC 9(07)  VALUE 0.                    21
061341 01  RCD-REDUCED-TOTAL           PIC 9(09)V9(02) VALUE 0.               21
061341 01  RCD-REFUSED-CTR             PIC 9(07)  VALUE 0.                    21
061341 01  RCD-REFUSE-TEXT             PIC X(20)  VALUE SPACES.               21
061341 01  RCD-REVIEW-SW               PIC X(01)  VALUE 'N'.                  21
061341     88  RCD-PREPAY-REVIEW                  VALUE 'Y'.                  21
061341 01  RCD-UTN-SW                  PIC X(01)  VALUE 'X'.                  21
061341     88  RCD-UTN-AFFIRMED                   VALUE 'A'.                  21
061341     88  RCD-UTN-NON-AFFIRMED               VALUE 'N'.                  21
061341     88  RCD-UTN-MISSING                    VALUE 'X'.                  21
061341 01  RCD-STATS-SW                PIC X(01)  VALUE 'N'.                  21
061341     88  RCD-STATS-ROW                      VALUE 'Y'.                  21
061341 01  RCD-END-DATE                PIC 9(08)  VALUE 0.                    21
061341 01  RCD-RATE                    PIC 9(03)V9(01) VALUE 0.               21
061341 01  RCP-NEXT                    PIC 9(04)  VALUE 0.                    21
061341 01  RCP-TABLE.                                                         21
061341     05  RCP-DATA                OCCURS 500                             21
061341                                 INDEXED BY RP1.                        21
061341         10  RCT-PROV-NO        PIC X(06).                              21
061341         10  RCT-STATE          PIC X(02).                              21
061341         10  RCT-OPTION         PIC X(01).                              21
061341         10  RCT-EFF-DATE       PIC 9(08).                              21
061341         10  RCT-END-DATE       PIC 9(08).                              21
061341 01  RCU-NEXT                    PIC 9(05)  VALUE 0.                    21
061341 01  RCU-TABLE.                                                         21
061341     05  RCU-DATA                OCCURS 10000                           21
061341                                 INDEXED BY RU1.                        21
061341         10  RUT-PROV-NO        PIC X(06).                              21
061341         10  RUT-HIC            PIC X(12).                              21
061341         10  RUT-FROM-DATE      PIC 9(08).                              21
061341         10  RUT-THRU-DATE      PIC 9(08).                              21
061341         10  RUT-DECISION       PIC X(01).                              21
061341 01  RCA-NEXT                    PIC 9(04)  VALUE 0.                    21
061341 01  RCA-TABLE.                                                         21
061341     05  RCA-DATA                OCCURS 2000                            21
061341                                 INDEXED BY RA1.                        21
061341         10  RCA-PROV-NO        PIC X(06).                              21
061341         10  RCA-STATE          PIC X(02).                              21
061341         10  RCA-OPTION         PIC X(01).                              21
061341         10  RCA-CLAIMS         PIC 9(07).                              21
061341         10  RCA-AFFIRMED       PIC 9(07).                              21
061341         10  RCA-NON-AFFIRMED   PIC 9(07).                              21
061341         10  RCA-NO-UTN         PIC 9(07).                              21
061341         10  RCA-REDUCED        PIC 9(07).                              21
061341         10  RCA-REDUCED-AMT    PIC 9(09)V99.                           21
061341         10  RCA-REVIEWED       PIC 9(07).                              21
061341 01  RCR-HEAD1.                                                         21
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                21
061341     05  FILLER                 PIC X(42)  VALUE                        21
061341        ' HHA REVIEW CHOICE DEMONSTRATION - CLAIMS '.                   21
061341     05  FILLER                 PIC X(27)  VALUE                        21
061341        'WITHOUT AN AFFIRMED UTN    '.                                  21
061341 01  RCR-HEAD2.                                                         21
061341     05  FILLER                 PIC X(44)  VALUE                        21
061341        '  NPI         HIC           PROV    FROM    '.                 21
061341     05  FILLER                 PIC X(40)  VALUE                        21
061341        '  ST  O   UTN STATUS    ACTION          '.                     21
061341     05  FILLER                 PIC X(34)  VALUE                        21
061341        'CALC TOTAL   REDUCTION        PAID'.                           21
061341 01  RCR-HEAD3.                                                         21
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                21
061341     05  FILLER                 PIC X(35)  VALUE                        21
061341        ' HHA REVIEW CHOICE DEMONSTRATION - '.                          21
061341     05  FILLER                 PIC X(34)  VALUE                        21
061341        'AFFIRMATION RATES BY AGENCY       '.                           21
061341 01  RCR-HEAD4.                                                         21
061341     05  FILLER                 PIC X(37)  VALUE                        21
061341        '  PROV    ST   O    CLAIMS  AFFIRMD  '.                        21
061341     05  FILLER                 PIC X(35)  VALUE                        21
061341        'NON-AFF   NO UTN  RATE%  REDUCED   '.                          21
061341     05  FILLER                 PIC X(20)  VALUE                        21
061341        'REDUCTION $   REVIEW'.                                         21
061341 01  RCR-DETAIL-LINE.                                                   21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-NPI                PIC X(10).                              21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-HIC                PIC X(12).                              21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-PROV               PIC X(06).                              21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-FROM               PIC X(08).                              21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-STATE              PIC X(02).                              21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-OPTION             PIC X(01).                              21
061341     05  FILLER                 PIC X(03)  VALUE SPACES.                21
061341     05  RCR-UTN-STATUS         PIC X(12).                              21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-ACTION             PIC X(14).                              21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-CALC               PIC ZZZ,ZZ9.99.                         21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-REDUCTION          PIC ZZZ,ZZ9.99.                         21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-PAID               PIC ZZZ,ZZ9.99.                         21
061341 01  RCR-AGCY-LINE.                                                     21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-A-PROV             PIC X(06).                              21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-A-STATE            PIC X(02).                              21
061341     05  FILLER                 PIC X(03)  VALUE SPACES.                21
061341     05  RCR-A-OPTION           PIC X(01).                              21
061341     05  FILLER                 PIC X(03)  VALUE SPACES.                21
061341     05  RCR-A-CLAIMS           PIC ZZZ,ZZ9.                            21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-A-AFFIRMED         PIC ZZZ,ZZ9.                            21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-A-NON-AFF          PIC ZZZ,ZZ9.                            21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-A-NO-UTN           PIC ZZZ,ZZ9.                            21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-A-RATE             PIC ZZ9.9.                              21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-A-REDUCED          PIC ZZZ,ZZ9.                            21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-A-REDUCED-AMT      PIC Z,ZZZ,ZZ9.99.                       21
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                21
061341     05  RCR-A-REVIEWED         PIC ZZZ,ZZ9.                            21
061341 01  RCR-SUMM-LINE.                                                     21
061341     05  FILLER                 PIC X(10)  VALUE SPACES.                21
061341     05  FILLER                 PIC X(20)  VALUE                        21
061341        '-- AGENCIES       =>'.                                         21
061341     05  RCR-SUMM-AGCY          PIC ZZZ,ZZ9.                            21
061341     05  FILLER                 PIC X(05)  VALUE SPACES.                21
061341     05  FILLER                 PIC X(20)  VALUE                        21
061341        '-- REDUCED        =>'.                                         21
061341     05  RCR-SUMM-REDUCED       PIC ZZZ,ZZ9.                            21
061341     05  FILLER                 PIC X(05)  VALUE SPACES.                21
061341     05  FILLER                 PIC X(20)  VALUE                        21
061341        '-- REDUCTION $    =>'.                                         21
061341     05  RCR-SUMM-AMT           PIC ZZZ,ZZZ,ZZ9.99.                     21
061341     05  FILLER                 PIC X(05)  VALUE SPACES.                21
061341     05  FILLER                 PIC X(20)  VALUE                        21
061341        '-- PREPAY REVIEW  =>'.                                         21
061341     05  RCR-SUMM-REVIEW        PIC ZZZ,ZZ9.                            21
061341*----------------------------------------------------------------       23
061341*    EMERGENCY (DISASTER / PUBLIC-HEALTH-EMERGENCY) WAIVERS.  A         23
061341*    CLAIM FROM AN AGENCY, COUNTY OR STATE UNDER A DECLARATION          23
061341*    HAS ITS LATE-NOA AND LATE-SUBMISSION PENALTIES SUPPRESSED OR       23
061341*    ITS TIMELY-FILING LIMIT LIFTED, BY THE WAIVER TYPE.  EMRRPT        23
061341*    LISTS EACH CLAIM SO TREATED WITH THE DECLARATION APPLIED,          23
061341*    THEN THE CLAIMS AND PENALTY DOLLARS FORGONE BY DECLARATION         23
061341*----------------------------------------------------------------       23
061341 01  EWV-STAT.                                                          23
061341     05  EWV-STAT1               PIC X.                                 23
061341     05  EWV-STAT2               PIC X.                                 23
061341 01  EWR-STAT.                                                          23
061341     05  EWR-STAT1               PIC X.                                 23
061341     05  EWR-STAT2               PIC X.                                 23
061341 01  EWV-EOF-SW                  PIC 9(01)  VALUE 0.                    23
061341 01  EMRRPT-CTR                  PIC 9(09)  VALUE 0.                    23
061341 01  EWR-LINE-CTR                PIC 9(02)  VALUE 65.                   23
061341 01  EWR-PAGE-SW                 PIC X(01)  VALUE 'C'.                  23
061341     88  EWR-CLAIM-PAGE                     VALUE 'C'.                  23
061341 01  EMR-REFUSED-CTR             PIC 9(07)  VALUE 0.                    23
061341 01  EMR-REFUSE-TEXT             PIC X(20)  VALUE SPACES.               23
061341 01  EMR-CLAIM-CTR               PIC 9(07)  VALUE 0.                    23
061341 01  EMR-FORGONE-TOTAL           PIC 9(09)V9(02) VALUE 0.               23
061341*----------------------------------------------------------------       25
061341*    CLAIM LIFECYCLE JOURNAL.  EVERY PROGRAM IN THE CHAIN APPENDS       25
061341*    TIME-STAMPED EVENTS KEYED BY DCN TO CLMJRNL; THIS PROGRAM          25
061341*    LOGS RECEIPT (OR THE RECYCLE/REPRICE PASS), THE PRICING            25
061341*    OUTCOME, AND ANY SUSPECT HOLD FOR EACH CLAIM IT WRITES             25
061341*----------------------------------------------------------------       25
061341 01  JRN-STAT.                                                          25
061341     05  JRN-STAT1               PIC X.                                 25
061341     05  JRN-STAT2               PIC X.                                 25
061341 01  CLMJRNL-CTR                 PIC 9(09)  VALUE 0.                    25
061341 01  JRN-EVENT.                                                         25
061341     05  JRN-DCN                 PIC X(08).                             25
061341     05  JRN-CLAIM-KEY.                                                 25
061341         10  JRN-NPI             PIC X(10).                             25
061341         10  JRN-HIC             PIC X(12).                             25
061341         10  JRN-FROM-DATE       PIC X(08).                             25
061341     05  JRN-EVENT-DATE          PIC X(08).                             25
061341     05  JRN-EVENT-TIME          PIC X(08).                             25
061341     05  JRN-PROGRAM             PIC X(08).                             25
061341     05  JRN-STEP                PIC X(10).                             25
061341     05  JRN-OUTCOME             PIC X(24).                             25
061341     05  JRN-RTC                 PIC X(02).                             25
061341     05  JRN-AMOUNT              PIC S9(09)V9(02).                      25
061341     05  JRN-RUN-MODE            PIC X(01).                             25
061341     05  FILLER                  PIC X(10).                             25
061341 01  JRN-PASS-TEXT.                                                     25
061341     05  FILLER                  PIC X(13)  VALUE 'RECYCLE PASS '.      25
061341     05  JRN-PASS-NO             PIC 9(02)  VALUE 0.                    25
061341     05  FILLER                  PIC X(09)  VALUE SPACES.               25
061341 01  JRN-REJ-TEXT.                                                      25
061341     05  FILLER                  PIC X(13)  VALUE 'REJECTED RTC '.      25
061341     05  JRN-REJ-RTC             PIC X(02)  VALUE SPACES.               25
061341     05  FILLER                  PIC X(09)  VALUE SPACES.               25
061341*----------------------------------------------------------------       32
061341*    PROCESSED-FILE REGISTRY.  THE PRESCAN FINGERPRINTS HHAFILE -       32
061341*    RECORD COUNT, HASH TOTALS OF THE NPI, THE SUBMITTED TOTAL          32
061341*    PAYMENT AND THE FROM/THRU DATES, AND THE FIRST AND LAST            32
061341*    CLAIM KEYS.  A PRODUCTION RUN WHOSE FINGERPRINT MATCHES A          32
061341*    FILE ALREADY PRICED TO COMPLETION STOPS BEFORE PRICING             32
061341*    UNLESS THE OPERATOR HAS DROPPED A RERUN CARD ON OPERCMD            32
061341*----------------------------------------------------------------       32
061341 01  FRI-STAT.                                                          32
061341     05  FRI-STAT1               PIC X.                                 32
061341     05  FRI-STAT2               PIC X.                                 32
061341 01  FRO-STAT.                                                          32
061341     05  FRO-STAT1               PIC X.                                 32
061341     05  FRO-STAT2               PIC X.                                 32
061341 01  FRR-STAT.                                                          32
061341     05  FRR-STAT1               PIC X.                                 32
061341     05  FRR-STAT2               PIC X.                                 32
061341 01  FRG-EOF-SW                  PIC 9(01)  VALUE 0.                    32
061341 01  FRG-ACTIVE-SW               PIC X(01)  VALUE 'N'.                  32
061341     88  FRG-ACTIVE                         VALUE 'Y'.                  32
061341 01  FRG-MATCH-SW                PIC X(01)  VALUE 'N'.                  32
061341     88  FRG-MATCHED                        VALUE 'Y'.                  32
061341 01  FRG-RERUN-SW                PIC X(01)  VALUE 'N'.                  32
061341     88  FRG-RERUN-ACCEPTED                 VALUE 'Y'.                  32
061341 01  FRG-WRITTEN-SW              PIC X(01)  VALUE 'N'.                  32
061341     88  FRG-WRITTEN                        VALUE 'Y'.                  32
061341 01  FRG-OUTCOME                 PIC X(08)  VALUE SPACES.               32
061341 01  FRG-MATCH-DATE              PIC X(08)  VALUE SPACES.               32
061341 01  FRG-MATCH-TIME              PIC X(06)  VALUE SPACES.               32
061341 01  FRG-RERUN-USER              PIC X(08)  VALUE SPACES.               32
061341 01  FRG-ENTRY-CTR               PIC 9(07)  VALUE 0.                    32
061341 01  FRG-REFUSED-CTR             PIC 9(07)  VALUE 0.                    32
061341 01  FRG-RERUN-CTR               PIC 9(07)  VALUE 0.                    32
061341 01  FILREGRPT-CTR               PIC 9(09)  VALUE 0.                    32
061341 01  FRR-LINE-CTR                PIC 9(02)  VALUE 65.                   32
061341 01  FRG-NPI-WORK                PIC X(10)  VALUE SPACES.               32
061341 01  FRG-NPI-NUM  REDEFINES  FRG-NPI-WORK                               32
061341                                 PIC 9(10).                             32
061341*    THIS RUN'S FINGERPRINT, BUILT BY THE PRESCAN                       32
061341 01  FRG-THIS-PRINT.                                                    32
061341     05  FRG-REC-COUNT           PIC 9(09)  VALUE 0.                    32
061341     05  FRG-NPI-HASH            PIC 9(15)  VALUE 0.                    32
061341     05  FRG-PAY-HASH            PIC 9(13)V9(02) VALUE 0.               32
061341     05  FRG-DATE-HASH           PIC 9(15)  VALUE 0.                    32
061341     05  FRG-FIRST-KEY.                                                 32
061341         10  FRG-FIRST-NPI       PIC X(10)  VALUE SPACES.               32
061341         10  FRG-FIRST-HIC       PIC X(12)  VALUE SPACES.               32
061341         10  FRG-FIRST-FROM      PIC X(08)  VALUE SPACES.               32
061341     05  FRG-LAST-KEY.                                                  32
061341         10  FRG-LAST-NPI        PIC X(10)  VALUE SPACES.               32
061341         10  FRG-LAST-HIC        PIC X(12)  VALUE SPACES.               32
061341         10  FRG-LAST-FROM       PIC X(08)  VALUE SPACES.               32
061341*    ONE REGISTRY ENTRY - FILREGIN/FILREGOUT, PIC X(200).  THE          32
061341*    FINGERPRINT PORTION LINES UP WITH FRG-THIS-PRINT                   32
061341 01  FRG-ENTRY.                                                         32
061341     05  FRE-RUN-DATE            PIC X(08).                             32
061341     05  FRE-RUN-TIME            PIC X(06).                             32
061341     05  FRE-RUN-MODE            PIC X(01).                             32
061341     05  FRE-OUTCOME             PIC X(08).                             32
061341         88  FRE-PRICED-THROUGH             VALUE 'COMPLETE'            32
061341                                                  'RERUN   '.           32
061341     05  FRE-PRINT.                                                     32
061341         10  FRE-REC-COUNT       PIC 9(09).                             32
061341         10  FRE-NPI-HASH        PIC 9(15).                             32
061341         10  FRE-PAY-HASH        PIC 9(13)V9(02).                       32
061341         10  FRE-DATE-HASH       PIC 9(15).                             32
061341         10  FRE-FIRST-KEY.                                             32
061341             15  FRE-FIRST-NPI   PIC X(10).                             32
061341             15  FRE-FIRST-HIC   PIC X(12).                             32
061341             15  FRE-FIRST-FROM  PIC X(08).                             32
061341         10  FRE-LAST-KEY.                                              32
061341             15  FRE-LAST-NPI    PIC X(10).                             32
061341             15  FRE-LAST-HIC    PIC X(12).                             32
061341             15  FRE-LAST-FROM   PIC X(08).                             32
061341     05  FRE-PRICED-CTR          PIC 9(09).                             32
061341     05  FRE-EXCP-CTR            PIC 9(09).                             32
061341     05  FRE-MATCH-DATE          PIC X(08).                             32
061341     05  FRE-MATCH-TIME          PIC X(06).                             32
061341     05  FRE-RERUN-USER          PIC X(08).                             32
061341     05  FRE-INCR-SEQ            PIC X(02).                             32
061341     05  FILLER                  PIC X(21).                             32
061341 01  FRR-HEAD1.                                                         32
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                32
061341     05  FILLER                 PIC X(40)  VALUE                        32
061341        ' HHA PROCESSED-FILE REGISTRY - EVERY HHA'.                     32
061341     05  FILLER                 PIC X(36)  VALUE                        32
061341        'FILE PRICED, WITH ITS FINGERPRINT   '.                         32
061341 01  FRR-HEAD2.                                                         32
061341     05  FILLER                 PIC X(38)  VALUE                        32
061341        '  RUN DATE TIME   M OUTCOME      RECOR'.                       32
061341     05  FILLER                 PIC X(38)  VALUE                        32
061341        'DS      PRICED   REJECTED        NPI H'.                       32
061341     05  FILLER                 PIC X(38)  VALUE                        32
061341        'ASH     PAYMENT HASH       DATE HASH  '.                       32
061341     05  FILLER                 PIC X(18)  VALUE                        32
061341        'PRIOR RUN OPERATOR'.                                           32
061341 01  FRR-DETAIL-LINE.                                                   32
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                32
061341     05  FRR-RUN-DATE           PIC X(08).                              32
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                32
061341     05  FRR-RUN-TIME           PIC X(06).                              32
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                32
061341     05  FRR-RUN-MODE           PIC X(01).                              32
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                32
061341     05  FRR-OUTCOME            PIC X(08).                              32
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                32
061341     05  FRR-REC-COUNT          PIC ZZZ,ZZZ,ZZ9.                        32
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                32
061341     05  FRR-PRICED-CTR         PIC ZZZ,ZZZ,ZZ9.                        32
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                32
061341     05  FRR-EXCP-CTR           PIC ZZZ,ZZZ,ZZ9.                        32
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                32
061341     05  FRR-NPI-HASH           PIC Z(14)9.                             32
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                32
061341     05  FRR-PAY-HASH           PIC Z(12)9.99.                          32
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                32
061341     05  FRR-DATE-HASH          PIC Z(14)9.                             32
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                32
061341     05  FRR-MATCH-DATE         PIC X(08).                              32
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                32
061341     05  FRR-RERUN-USER         PIC X(08).                              32
061341 01  FRR-KEY-LINE.                                                      32
061341     05  FILLER                 PIC X(20)  VALUE SPACES.                32
061341     05  FILLER                 PIC X(13)  VALUE                        32
061341        'FIRST CLAIM  '.                                                32
061341     05  FRR-FIRST-NPI          PIC X(10).                              32
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                32
061341     05  FRR-FIRST-HIC          PIC X(12).                              32
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                32
061341     05  FRR-FIRST-FROM         PIC X(08).                              32
061341     05  FILLER                 PIC X(05)  VALUE SPACES.                32
061341     05  FILLER                 PIC X(12)  VALUE                        32
061341        'LAST CLAIM  '.                                                 32
061341     05  FRR-LAST-NPI           PIC X(10).                              32
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                32
061341     05  FRR-LAST-HIC           PIC X(12).                              32
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                32
061341     05  FRR-LAST-FROM          PIC X(08).                              32
061341 01  FRR-SUMM-LINE.                                                     32
061341     05  FILLER                 PIC X(10)  VALUE SPACES.                32
061341     05  FILLER                 PIC X(20)  VALUE                        32
061341        '-- FILES LISTED   =>'.                                         32
061341     05  FRR-SUMM-ENTRIES       PIC ZZZ,ZZ9.                            32
061341     05  FILLER                 PIC X(05)  VALUE SPACES.                32
061341     05  FILLER                 PIC X(20)  VALUE                        32
061341        '-- REFUSED (DUP)  =>'.                                         32
061341     05  FRR-SUMM-REFUSED       PIC ZZZ,ZZ9.                            32
061341     05  FILLER                 PIC X(05)  VALUE SPACES.                32
061341     05  FILLER                 PIC X(20)  VALUE                        32
061341        '-- OPERATOR RERUNS=>'.                                         32
061341     05  FRR-SUMM-RERUNS        PIC ZZZ,ZZ9.                            32
061341 01  EMR-PEN-DECL                PIC X(10)  VALUE SPACES.               23
061341 01  EMR-TFL-DECL                PIC X(10)  VALUE SPACES.               23
061341 01  EMR-FOUND-DECL              PIC X(10)  VALUE SPACES.               23
061341 01  EMR-WANT-TYPE               PIC X(01)  VALUE SPACE.                23
061341 01  EMR-CLAIM-SW                PIC X(01)  VALUE 'N'.                  23
061341 01  EMR-STATS-SW                PIC X(01)  VALUE 'N'.                  23
061341     88  EMR-STATS-ROW                      VALUE 'Y'.                  23
061341 01  EMR-NOA-FORGONE             PIC 9(07)V9(02) VALUE 0.               23
061341 01  EMR-SUB-FORGONE             PIC 9(07)V9(02) VALUE 0.               23
061341 01  EMR-PEN-WORK                PIC 9(07)V9(02) VALUE 0.               23
061341 01  EMR-TFL-PAY                 PIC 9(07)V9(02) VALUE 0.               23
061341 01  EMR-CLM-FIPS.                                                      23
061341     05  EMR-CLM-STATE           PIC X(02).                             23
061341     05  EMR-CLM-COUNTY          PIC X(03).                             23
061341 01  EWT-NEXT                    PIC 9(04)  VALUE 0.                    23
061341 01  EWT-TABLE.                                                         23
061341     05  EWT-DATA                OCCURS 2000                            23
061341                                 INDEXED BY EW1.                        23
061341         10  EWT-DECL-ID        PIC X(10).                              23
061341         10  EWT-AREA-TYPE      PIC X(01).                              23
061341         10  EWT-AREA-CODE      PIC X(06).                              23
061341         10  EWT-AREA-FIPS  REDEFINES  EWT-AREA-CODE.                   23
061341             15  EWT-FIPS-STATE  PIC X(02).                             23
061341             15  EWT-FIPS-COUNTY PIC X(03).                             23
061341             15  FILLER          PIC X(01).                             23
061341         10  EWT-WAIVER-TYPE    PIC X(01).                              23
061341         10  EWT-EFF-FROM       PIC 9(08).                              23
061341         10  EWT-EFF-THRU       PIC 9(08).                              23
061341 01  EWD-NEXT                    PIC 9(04)  VALUE 0.                    23
061341 01  EWD-TABLE.                                                         23
061341     05  EWD-DATA                OCCURS 500                             23
061341                                 INDEXED BY ED1.                        23
061341         10  EWD-DECL-ID        PIC X(10).                              23
061341         10  EWD-PEN-CLAIMS     PIC 9(07).                              23
061341         10  EWD-NOA-AMT        PIC 9(09)V99.                           23
061341         10  EWD-SUB-AMT        PIC 9(09)V99.                           23
061341         10  EWD-TFL-CLAIMS     PIC 9(07).                              23
061341         10  EWD-TFL-PAY        PIC 9(09)V99.                           23
061341 01  EWR-HEAD1.                                                         23
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                23
061341     05  FILLER                 PIC X(40)  VALUE                        23
061341        ' HHA EMERGENCY WAIVERS - CLAIMS PRICED '.                      23
061341     05  FILLER                 PIC X(21)  VALUE                        23
061341        'UNDER A DECLARATION  '.                                        23
061341 01  EWR-HEAD2.                                                         23
061341     05  FILLER                 PIC X(36)  VALUE                        23
061341        '  NPI         HIC           PROV    '.                         23
061341     05  FILLER                 PIC X(34)  VALUE                        23
061341        'FROM      DECLARATION WAIVED      '.                           23
061341     05  FILLER                 PIC X(33)  VALUE                        23
061341        '     DAYS     FORGONE        PAID'.                            23
061341 01  EWR-HEAD3.                                                         23
061341     05  FILLER                 PIC X(01)  VALUE SPACES.                23
061341     05  FILLER                 PIC X(36)  VALUE                        23
061341        ' HHA EMERGENCY WAIVERS - CLAIMS AND '.                         23
061341     05  FILLER                 PIC X(38)  VALUE                        23
061341        'PENALTY DOLLARS FORGONE BY DECLARATION'.                       23
061341 01  EWR-HEAD4.                                                         23
061341     05  FILLER                 PIC X(36)  VALUE                        23
061341        '  DECLARATION PEN CLMS    LATE NOA $'.                         23
061341     05  FILLER                 PIC X(39)  VALUE                        23
061341        '    LATE SUB $  TOTAL FORGONE   TF CLMS'.                      23
061341     05  FILLER                 PIC X(14)  VALUE                        23
061341        '     TF PAID $'.                                               23
061341 01  EWR-DETAIL-LINE.                                                   23
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                23
061341     05  EWR-NPI                PIC X(10).                              23
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                23
061341     05  EWR-HIC                PIC X(12).                              23
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                23
061341     05  EWR-PROV               PIC X(06).                              23
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                23
061341     05  EWR-FROM               PIC X(08).                              23
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                23
061341     05  EWR-DECL               PIC X(10).                              23
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                23
061341     05  EWR-WAIVER             PIC X(13).                              23
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                23
061341     05  EWR-DAYS               PIC ZZ,ZZ9.                             23
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                23
061341     05  EWR-FORGONE            PIC ZZZ,ZZ9.99.                         23
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                23
061341     05  EWR-PAID               PIC ZZZ,ZZ9.99.                         23
061341 01  EWR-DECL-LINE.                                                     23
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                23
061341     05  EWR-D-DECL             PIC X(10).                              23
061341     05  FILLER                 PIC X(03)  VALUE SPACES.                23
061341     05  EWR-D-PEN-CLAIMS       PIC ZZZ,ZZ9.                            23
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                23
061341     05  EWR-D-NOA-AMT          PIC Z,ZZZ,ZZ9.99.                       23
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                23
061341     05  EWR-D-SUB-AMT          PIC Z,ZZZ,ZZ9.99.                       23
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                23
061341     05  EWR-D-TOTAL            PIC ZZ,ZZZ,ZZ9.99.                      23
061341     05  FILLER                 PIC X(03)  VALUE SPACES.                23
061341     05  EWR-D-TFL-CLAIMS       PIC ZZZ,ZZ9.                            23
061341     05  FILLER                 PIC X(02)  VALUE SPACES.                23
061341     05  EWR-D-TFL-PAY          PIC Z,ZZZ,ZZ9.99.                       23
061341 01  EWR-SUMM-LINE.                                                     23
061341     05  FILLER                 PIC X(10)  VALUE SPACES.                23
061341     05  FILLER                 PIC X(20)  VALUE                        23
061341        '-- DECLARATIONS   =>'.                                         23
061341     05  EWR-SUMM-DECL          PIC ZZZ,ZZ9.                            23
061341     05  FILLER                 PIC X(05)  VALUE SPACES.                23
061341     05  FILLER                 PIC X(20)  VALUE                        23
061341        '-- CLAIMS         =>'.                                         23
061341     05  EWR-SUMM-CLAIMS        PIC ZZZ,ZZ9.                            23
061341     05  FILLER                 PIC X(05)  VALUE SPACES.                23
061341     05  FILLER                 PIC X(20)  VALUE                        23
061341        '-- FORGONE $      =>'.                                         23
061341     05  EWR-SUMM-AMT           PIC ZZZ,ZZZ,ZZ9.99.                     23
004724 01  RUN-MODE-SW                 PIC X(01)  VALUE 'P'.                 95
004724     88  TEST-MODE                          VALUE 'T'.                  95
004724 01  TEST-BANNER-LINE.                                                  95
005719 01  LAT-BKT3-CTR            PIC 9(07)  VALUE 0.                  00571932
005720 01  LAT-BKT3-AMT            PIC S9(09)V9(02) VALUE 0.            00572032
005720 01  LAT-BKT4-CTR            PIC 9(07)  VALUE 0.                       51
061341 01  LAT-BKT5-CTR            PIC 9(07)  VALUE 0.                        23
061341 01  LAT-BKT5-AMT            PIC S9(09)V9(02) VALUE 0.                  23
005721 01  RAPXCHK-CTR             PIC 9(09)  VALUE 0.                  00572132
005722 01  RPX-LINE-CTR            PIC 9(02)  VALUE 65.                 00572232
005723 01  RPX-IX                  PIC 9(04)  VALUE 0.                  00572332
005789*        PAGE, AND THE DOWNSTREAM POSTERS REFUSE A TEST-STAMPED        95
005790*        FILE UNLESS THEY ARE THEMSELVES IN TEST MODE                  95
005791     05  PARM-RUN-MODE          PIC X(01)  VALUE SPACE.               95
005792*        COL 56: INTAKE MEDIA OF THIS HHAFILE - 'P' = PAPER             04
005793*        CLAIMS KEYED FROM THE UB-04, 'E' OR BLANK = THE                04
005794*        ELECTRONIC (HH837213) FEED                                     04
005795     05  PARM-INTAKE-MEDIA      PIC X(01)  VALUE SPACE.                 04
005796     05  FILLER                 PIC X(24).                              04
005745 01  REC-SELECTED-SW            PIC X(01)  VALUE 'Y'.             00574541
005746     88  RECORD-SELECTED                   VALUE 'Y'.             00574641
005747     88  RECORD-NOT-SELECTED               VALUE 'N'.             00574741
005836*    PER VISIT (SERVICE DATE, REVENUE CODE, UNITS), KEYED BY     *     60
005837*    THE CLAIM'S NPI/HIC/FROM-DATE.  WHEN PRESENT FOR A CLAIM    *     60
005838*    IT REPLACES THE SUMMARIZED OUTLIER UNITS AND EARLIEST-      *     60
005839*    VISIT DATES CARRIED ON THE 1000-BYTE RECORD                 *      31
005840*---------------------------------------------------------------*     60
005876*---------------------------------------------------------------*     63
005877*    PRE-PRICING COVERAGE SCAN - THE HHAFILE SERVICE-DATE RANGE  *     63
005947     05  OHR-SRC-COUNT          PIC 9(09).                             70
005948*        'T' = TEST RUN - DOWNSTREAM POSTERS MUST REFUSE IT            95
005949     05  OHR-RUN-MODE           PIC X(01)  VALUE SPACES.               95
005920*        79-86 STAYS FREE - THE RELEASE STEP STAMPS ITS CYCLE           31
005921*        DATE THERE (HHPFQ213 RHR-CYCLE-DATE)                           31
005922     05  FILLER                 PIC X(08)  VALUE SPACES.                31
005923*        CLAIM RECORD LAYOUT VERSION OF THE DATASET                     31
005924     05  OHR-LAYOUT-VER         PIC X(01)  VALUE '3'.                   31
005925     05  FILLER                 PIC X(563) VALUE SPACES.                31
005949 01  OUT-TRAILER-RECORD.                                               70
005950     05  OTR-ID                 PIC X(08)  VALUE 'HHOUTTRL'.           70
005951     05  OTR-RECORD-COUNT       PIC 9(09).                             70
006236         10  VD-SERV-DATE       PIC X(08).                            60
006237         10  VD-REV-CODE        PIC X(04).                            60
006238         10  VD-UNITS           PIC 9(05).                            60
006238*    CERTIFYING PRACTITIONER BY CLAIM, FROM THE ORDPDTL COMPANION       16
006238 01  OPT-NEXT                   PIC 9(05)  VALUE 0.                     16
006238 01  OPT-EOF-SW                 PIC 9(01)  VALUE 0.                     16
006238 01  OPT-CLAIM-PRAC-NPI         PIC X(10)  VALUE SPACES.                16
006238 01  OPT-CLAIM-PRAC-NAME        PIC X(30)  VALUE SPACES.                16
006238 01  ORD-PRAC-DTL-TABLE.                                                16
006238     05  ORD-PRAC-DTL-DATA      OCCURS 20000                            16
006238                                INDEXED BY OPX1.                        16
006238         10  OPT-NPI            PIC X(10).                              16
006238         10  OPT-HIC            PIC X(12).                              16
006238         10  OPT-FROM-DATE      PIC X(08).                              16
006238         10  OPT-PRAC-NPI       PIC X(10).                              16
006238         10  OPT-PRAC-NAME      PIC X(30).                              16
006239 01  CLAIM-HIST-TABLE.                                                 54
006240     05  CLAIM-HIST-DATA        OCCURS 20000                           54
006241                                INDEXED BY HX1.                        54
006254         10  CH-ADMIT-DATE      PIC X(08).                             54
006255         10  CH-DCN             PIC X(08).                             98
006256         10  CH-PRED-DCN        PIC X(08).                             98
006256         10  CH-INIT-DATE       PIC X(08).                              13
005768 01  PROV-TOT-EOF-SW            PIC 9(01)  VALUE 0.                    45
005769 01  PROV-TOT-NEXT              PIC 9(04)  VALUE 0.                    45
005770*---------------------------------------------------------------*     45
005782         10  PROV-TOT-PAYMENT-TOTAL  PIC 9(09)V9(02).                  45
005783         10  PROV-TOT-OUTLIER-TOTAL  PIC 9(08)V9(02).                  45
005700*----------------------------------------------------------------*00570032
005800*  INPUT/OUTPUT RECORD LAYOUT - PIC X(1000)                      *      31
005900*  THIS RECORD WAS MODIFIED FOR THE 01/01/2020 RELEASE           *00590032
006000*----------------------------------------------------------------*00600032
006100 01  HHA-INPUT-DATA.                                              00610032
007026*        DEMAND BILL) - PRICED THROUGH THE NORMAL PATH SO THE          97
007027*        EPISODE EXISTS ON RECORD, POSTED TO HISTORY, BUT KEPT         97
007028*        OUT OF THE REMITTANCE, GL AND FINANCIAL DOLLAR TOTALS         97
061341*        'M' = MANUALLY PRICED - THE TOTAL IS AN ANALYST'S              11
061341*        DIRECTED AMOUNT (OVRFILE), THE CALCULATED ONE IS ON            11
061341*        THE OVRAUDIT TRAIL                                             11
007029     05  HHA-CLAIM-CLASS            PIC X(01).                         97
007030         88  HHA-IS-INFORMATIONAL   VALUE 'I'.                         97
061341         88  HHA-IS-MANUAL-PRICED   VALUE 'M'.                          11
007032*        DOCUMENT CONTROL NUMBER AND THE PREDECESSOR DCN AN            98
007033*        ADJUSTMENT OR CANCEL AMENDS - TWO-DEEP CHAINS NO              98
007034*        LONGER NET AGAINST THE WRONG VERSION                          98
007035     05  HHA-DCN                    PIC X(08).                         98
007036     05  HHA-PRED-DCN               PIC X(08).                         98
007036*        VERSION 3 EXTENSION - BYTES 651-1000, PRESENT WHEN             31
007036*        HHA-REC-VERSION IS '3'.  A VERSION 2 RECORD IS 650 BYTES;      31
007036*        IT IS LIFTED ON READ BY CLEARING THE EXTENSION                 31
007036     05  HHA-V3-EXTENSION.                                              31
007036*            PAYABLE AFTER THE SEQUESTRATION REDUCTION - CARRIED        31
007036*            FROM VERSION 3 ON                                          31
007036         10  HHA-SEQ-PAYABLE-AMT    PIC 9(07)V9(02).                    31
007036*            CCN AS BILLED, BEFORE ANY CHANGE-OF-OWNERSHIP ROUTING      31
007036         10  HHA-BILLED-PROV-NO     PIC X(06).                          31
007036*            'P' = PAPER CLAIM, 'E' = ELECTRONIC SUBMISSION             31
007036         10  HHA-SUBMIT-MEDIA       PIC X(01).                          31
007036*            DATE HHCNV213 LIFTED A SAVED VERSION 2 RECORD              31
007036         10  HHA-LIFT-DATE          PIC X(08).                          31
007036         10  FILLER                 PIC X(326).                         31
006950 01  HOLD-VARIABLES-DATA.                                         00695032
006948     02  HOLD-VAR-DATA.                                           00694832
006949         05  PRICER-OPTION-SW         PIC X.                      00694932
006970         05  HHCAL-VERSION            PIC X(07).                  00697032
006971         05  PRICER-BLEND-SW          PIC X(01).                      73
006972         05  PRICER-WI-CAP-PCT        PIC X(02).                      78
006973*            RETURNED BY HHDRV213 WHEN THE PERIOD OVERLAPS A            00
006973*            HOSPICE ELECTION (RTC 58)                                  00
006973         05  HOSP-OVLP-PROV-NO        PIC X(06).                        00
006973         05  HOSP-OVLP-DAYS           PIC 9(03).                        00
006973*            RETURNED BY HHDRV213 WHEN THE DISCHARGE FEED DOES NOT      01
006973*            SUPPORT THE HRG ADMISSION SOURCE ('I' INSTITUTIONAL        01
006973*            WITHOUT / 'C' COMMUNITY WITH A DISCHARGE), WITH THE        01
006973*            WEIGHT OF THE OTHER-SOURCE HRG                             01
006973         05  ADM-SRC-FLAG             PIC X(01).                        01
006973         05  ADM-ALT-HRG-WGTS         PIC 9(02)V9(04).                  01
006973*            RETURNED BY HHDRV213 WHEN THE QRP NON-COMPLIANCE           03
006973*            LIST CHANGED THE SUBMITTED INDICATOR ('N' TO THE           03
006973*            REDUCED RATE, 'C' TO THE FULL RATE).  'S' ON THE           03
006973*            CALL PRICES THE CLAIM AS SUBMITTED                         03
006973         05  QRP-LIST-SW              PIC X(01).                        03
006973*            INITIAL DETERMINATION DATE OF THE CLAIM AN                 13
006973*            ADJUSTMENT REPLACES (ZEROS WHEN UNKNOWN) GOES IN;          13
006973*            THE TIMELY-FILING EXCEPTION APPLIED (AE/RE/GC) AND         13
006973*            THE CLAIM'S AGE IN DAYS COME BACK                          13
006973         05  TFL-DETERM-DATE          PIC X(08).                        13
006973         05  TFL-EXCEPT-CODE          PIC X(02).                        13
006973         05  TFL-AGE-DAYS             PIC 9(05).                        13
006973*            NPI OF THE CLAIM'S CERTIFYING PRACTITIONER FROM THE        16
006973*            ORDPDTL COMPANION GOES IN; U (NOT ON THE ELIGIBILITY       16
006973*            FILE) OR D (NOT ELIGIBLE ON THE FROM DATE) COMES           16
006973*            BACK WHEN THE ENROLLMENT EDIT FAILS                        16
006973         05  ORD-CERT-NPI             PIC X(10).                        16
006973         05  ORD-CERT-FLAG            PIC X(01).                        16
061341*            'Y' GOES IN WHEN AN EMERGENCY DECLARATION LIFTS            23
061341*            THE TIMELY-FILING AND REOPENING LIMITS FOR THE CLAIM;      23
061341*            THE EXCEPTION THEN COMES BACK AS DW                        23
061341         05  EMR-TFL-WAIVER           PIC X(01).                        23
006990                                                                  00699032
007000                                                                  00700032
007100 01  TOTAL-COUNTERS.                                              00710032
015849          OUTPUT OFFSETOUT                                               90
015850          OUTPUT OFFSRPT                                                 90
015851          OUTPUT CONTRTOT                                               94
015852          OUTPUT TELERPT                                                00
015852          OUTPUT HOSPRPT                                                00
015852          OUTPUT ADMSRPT                                                01
015852          OUTPUT QRPRPT                                                 03
015852          OUTPUT CHOWRPT                                                07
061341          OUTPUT OVRAUDIT                                               11
061341          OUTPUT TFLRPT                                                 13
061341          OUTPUT ORDRPT                                                 16
061341          OUTPUT RCDRPT                                                 21
061341          OUTPUT EMRRPT.                                                23
061341*    THE LIFECYCLE JOURNAL ACCUMULATES ACROSS RUNS AND PROGRAMS -       25
061341*    THE FIRST RUN AGAINST A NEW DATASET CREATES IT                     25
061341     OPEN EXTEND CLMJRNL.                                               25
061341     IF JRN-STAT1 NOT = '0'                                             25
061341         OPEN OUTPUT CLMJRNL.                                           25
015851                                                                        80
015853*---------------------------------------------------------------*      80
015856*    THE PARAMETER CARD IS READ BEFORE THE OUTFILE OPENS - THE   *      80
016149*    CAPTURE THE HHAFILE SERVICE-DATE RANGE BEFORE PRICING      *     63
016150*---------------------------------------------------------------*     63
016151      PERFORM 0116-PRESCAN-DATES THRU 0116-EXIT.                       63
016151*---------------------------------------------------------------*       32
016151*    AN HHAFILE ALREADY PRICED TO COMPLETION IS REFUSED HERE,   *       32
016151*    BEFORE ANY CLAIM IS PRICED, UNLESS THE OPERATOR HAS        *       32
016151*    DROPPED A RERUN CARD FOR IT                                *       32
016151*---------------------------------------------------------------*       32
016151      PERFORM 0167-CHECK-FILE-REGISTRY THRU 0167-EXIT.                  32
016152                                                                       63
016153      PERFORM 0050-RESTART-CHECK THRU 0050-EXIT.                  01606032
016150                                                                  01615038
016170*    LOAD THE OPTIONAL VISIT-LEVEL DETAIL COMPANION FILE        *     60
016171*---------------------------------------------------------------*     60
016172      PERFORM 0108-LOAD-VISIT-DETAIL THRU 0108-EXIT.                  60
016172                                                                        16
016172*---------------------------------------------------------------*       16
016172*    LOAD THE OPTIONAL CERTIFYING PRACTITIONER COMPANION FILE   *       16
016172*---------------------------------------------------------------*       16
016172      PERFORM 0108A-LOAD-ORDER-PRAC THRU 0108A-EXIT.                    16
016174                                                                       79
016175*---------------------------------------------------------------*     79
016176*    LOAD THE CROSS-RUN NOA REGISTRY, IF ASSIGNED               *     79
016179*    OFFSETOUT, IF ASSIGNED                                      *     90
016179*---------------------------------------------------------------*     90
016179      PERFORM 0154-LOAD-OFFSETS THRU 0154-EXIT.                        90
016179*---------------------------------------------------------------*       07
016179*    LOAD THE CHANGE-OF-OWNERSHIP LINKS FROM THE PROVIDER       *       07
016179*    MASTER AND CARRY ANY OLD OWNER'S OPENING OFFSET BALANCE    *       07
016179*    TO ITS SUCCESSOR                                           *       07
016179*---------------------------------------------------------------*       07
016179      PERFORM 0156-LOAD-CHOW-LINKS THRU 0156-EXIT.                      07
016179      MOVE 'O' TO CHW-CARRY-PASS.                                       07
016179      PERFORM 0158-CARRY-CHOW-BALANCES THRU 0158-EXIT.                  07
061341*---------------------------------------------------------------*       11
061341*    LOAD THE ANALYST MANUAL-PRICING OVERRIDES, IF ASSIGNED      *      11
061341*---------------------------------------------------------------*       11
061341      PERFORM 0159-LOAD-OVERRIDES THRU 0159-EXIT.                       11
061341*---------------------------------------------------------------*       21
061341*    LOAD THE REVIEW CHOICE DEMONSTRATION PARTICIPATION AND     *       21
061341*    PRE-CLAIM REVIEW DECISION FILES, IF ASSIGNED               *       21
061341*---------------------------------------------------------------*       21
061341      PERFORM 0161-LOAD-RCD-PART THRU 0161-EXIT.                        21
061341      PERFORM 0163-LOAD-RCD-UTN THRU 0163-EXIT.                         21
061341*---------------------------------------------------------------*       23
061341*    LOAD THE EMERGENCY (DISASTER / PHE) WAIVER FILE, IF        *       23
061341*    ASSIGNED                                                   *       23
061341*---------------------------------------------------------------*       23
061341      PERFORM 0165-LOAD-EMR-WAIVERS THRU 0165-EXIT.                     23
016180                                                                      60
016181*---------------------------------------------------------------*     81
016183*    PRIME THE REFERENCE-TABLE LOAD WITH A SCRATCH RECORD SO    *     81
026418     DISPLAY '-- OUTPUT COUNTS FOR FINRPT   ===> ' FINRPT-CTR.    02641942
026419     DISPLAY '-- OUTPUT COUNTS FOR STDVRPT  ===> ' STDVRPT-CTR.         46
026420     DISPLAY '-- OUTPUT COUNTS FOR OVLPRPT  ===> ' OVLPRPT-CTR.         56
026420     DISPLAY '-- OUTPUT COUNTS FOR HOSPRPT  ===> ' HOSPRPT-CTR.         00
026420     DISPLAY '-- OUTPUT COUNTS FOR ADMSRPT  ===> ' ADMSRPT-CTR.         01
026420     DISPLAY '-- OUTPUT COUNTS FOR QRPRPT   ===> ' QRPRPT-CTR.          03
026420     DISPLAY '-- OUTPUT COUNTS FOR CHOWRPT  ===> ' CHOWRPT-CTR.         07
061341     DISPLAY '-- OUTPUT COUNTS FOR OVRAUDIT ===> ' OVRAUDIT-CTR.        11
061341     DISPLAY '-- OUTPUT COUNTS FOR TFLRPT   ===> ' TFLRPT-CTR.          13
061341     DISPLAY '-- OUTPUT COUNTS FOR ORDRPT   ===> ' ORDRPT-CTR.          16
061341     DISPLAY '-- OVERRIDES APPLIED          ===> '                      11
061341              OVR-APPLIED-CTR.                                          11
061341     DISPLAY '-- OUTPUT COUNTS FOR RCDRPT   ===> ' RCDRPT-CTR.          21
061341     DISPLAY '-- RCD CLAIMS REDUCED         ===> '                      21
061341              RCD-REDUCED-CTR.                                          21
061341     DISPLAY '-- RCD PREPAY REVIEW HOLDS    ===> '                      21
061341              RCD-REVIEW-CTR.                                           21
061341     DISPLAY '-- OUTPUT COUNTS FOR EMRRPT   ===> ' EMRRPT-CTR.          23
061341     DISPLAY '-- JOURNAL EVENTS TO CLMJRNL  ===> ' CLMJRNL-CTR.         25
061341     DISPLAY '-- EMERGENCY WAIVER CLAIMS    ===> '                      23
061341              EMR-CLAIM-CTR.                                            23
026421     DISPLAY '-- CLAIMS WITH VISIT DETAIL   ===> ' VD-APPLIED-CTR.       6
026422     DISPLAY '-- CONTINUATION RECORDS READ  ===> ' CONT-REC-CTR.         6
026423     DISPLAY '-- SUSPECT CLAIMS DIVERTED    ===> ' SUSPFILE-CTR.         6
026439     IF REPRICE-MODE                                               2643938
026439     PERFORM 1900-REP-SUMMARY THRU 1900-EXIT.                      2643938
026441     PERFORM 1950-WRITE-PROV-TOTALS THRU 1950-EXIT.                  45
026441     MOVE 'R' TO CHW-CARRY-PASS.                                        07
026441     PERFORM 0158-CARRY-CHOW-BALANCES THRU 0158-EXIT.                   07
026441     PERFORM 1975A-WRITE-OFFSET-LEDGER THRU 1975A-EXIT.                 90
026441     PERFORM 1979-TELEHEALTH-REPORT THRU 1979-EXIT.                     96
026441     PERFORM 1981-HOSP-SUMMARY THRU 1981-EXIT.                          00
026441     PERFORM 1982-ADMS-SUMMARY THRU 1982-EXIT.                          01
026441     PERFORM 1983-QRP-SUMMARY THRU 1983-EXIT.                           03
026441     PERFORM 1984-CHOW-SUMMARY THRU 1984-EXIT.                          07
061341     PERFORM 1986-OVR-UNMATCHED THRU 1986-EXIT.                         11
061341     PERFORM 1987-TFL-SUMMARY THRU 1987-EXIT.                           13
061341     PERFORM 1988-ORD-REPORT THRU 1988-EXIT.                            16
061341     PERFORM 1989-RCD-REPORT THRU 1989-EXIT.                            21
061341     PERFORM 1991-EMR-REPORT THRU 1991-EXIT.                            23
026442     PERFORM 1938-STDV-SUMMARY THRU 1938-EXIT.                         46
026443     PERFORM 1550-OVL-SUMMARY THRU 1550-EXIT.                          56
026444     PERFORM 1960-MBI-TRANS-REPORT THRU 1960-EXIT.                      64
026493         MOVE 16 TO RETURN-CODE                                   02649332
026494     ELSE                                                         02649432
026495         DISPLAY '-- CONTROL TOTALS BALANCED --'.                 02649532
026495*---------------------------------------------------------------*       32
026495*    ENTER THIS HHAFILE ON THE PROCESSED-FILE REGISTRY WITH THE *       32
026495*    WAY THE RUN ENDED - ONLY A COMPLETE RUN BLOCKS A REPEAT    *       32
026495*---------------------------------------------------------------*       32
026495     IF WS-TIEOUT-CTR NOT = OUTFILE-CTR                                 32
026495        OR WS-TIEOUT-CTR NOT = PRTFILE-CTR                              32
026495         MOVE 'CTLERROR' TO FRG-OUTCOME                                 32
026495     ELSE                                                               32
026495         IF QUIESCE-REQUESTED                                           32
026495             MOVE 'QUIESCED' TO FRG-OUTCOME.                            32
026495     PERFORM 1992-WRITE-FILE-REGISTRY THRU 1992-EXIT.                   32
026500                                                                  02650032
026600     CLOSE HHAFILE.                                               02660032
026609     PERFORM 1977-WRITE-CONTRACT-TOTALS THRU 1977-EXIT.                94
026825     CLOSE OFFSRPT.                                                      90
026825     CLOSE CONTRTOT.                                                     94
026825     CLOSE TELERPT.                                                      96
026825     CLOSE HOSPRPT.                                                     00
026825     CLOSE ADMSRPT.                                                     01
026825     CLOSE QRPRPT.                                                      03
026825     CLOSE CHOWRPT.                                                     07
061341     CLOSE OVRAUDIT.                                                    11
061341     MOVE 'F' TO AUT-ACTION.                                            30
061341     CALL HHAUT213 USING AUTH-REQUEST.                                  30
061341     CLOSE TFLRPT.                                                      13
061341     CLOSE ORDRPT.                                                      16
061341     CLOSE RCDRPT.                                                      21
061341     CLOSE EMRRPT.                                                      23
061341     CLOSE CLMJRNL.                                                     25
026826     CLOSE SUSPFILE.                                                    69
026827     CLOSE SUSPRPT.                                                     69
026828     CLOSE RJCTFILE.                                                    75
027390             GO TO 0100-EXIT.                                      2739038
027700                                                                  02770032
027800     ADD 1 TO HHAFILE-CTR.                                        02780032
027800     PERFORM 0110-LIFT-VERSION-2 THRU 0110-EXIT.                        31
027801     ADD 1 TO HEARTBEAT-SINCE.                                          88
027802     IF HEARTBEAT-SINCE NOT < HEARTBEAT-INTERVAL                        88
027803         PERFORM 0151-SHOW-PROGRESS THRU 0151-EXIT.                     88
027849*---------------------------------------------------------------*     61
027850     MOVE SPACES TO CONT-ERROR-RTC.                                   61
027851     IF  NOT-REPRICE-MODE                                             61
027852     AND (HHA-REC-VERSION = '2' OR HHA-REC-VERSION = '3')               31
027853     AND HHA-CONT-CNT NUMERIC                                         61
027854     AND HHA-CONT-CNT > 0                                             61
027855         PERFORM 0113-READ-CONTINUATION THRU 0113-EXIT                61
027960     MOVE HHA-TOTAL-PAYMENT TO WS-OLD-TOTAL-PAYMENT.               2796038
027970                                                                   2797038
028000     MOVE ALL '0' TO HOLD-VAR-DATA                                02800032
028000     MOVE 'N' TO CHW-ROUTED-SW                                          07
061341     MOVE 'N' TO RCD-REVIEW-SW                                          21
061341     MOVE SPACES TO EMR-PEN-DECL EMR-TFL-DECL                           23
061341     MOVE 0 TO EMR-NOA-FORGONE EMR-SUB-FORGONE                          23
028000     MOVE ZEROS TO TFR-DETERM-DATE                                      13
028100     INITIALIZE      HHA-PAY-RTC                                  02810032
028200                     HHA-REVENUE-SUM1-6-QTY-ALL                   02820032
028300                     HHA-OUTLIER-PAYMENT                          02830032
028639                     HHA-OFFSET-APPLIED-AMT                           90
028640                     HHA-EDIT-RTC-LIST.                               62
028641     MOVE WS-RUN-SEQ TO HHA-RUN-SEQ.                                   80
061341*    A CLAIM IS MANUALLY PRICED ONLY BY AN OVERRIDE IN THIS RUN         11
061341     IF HHA-IS-MANUAL-PRICED                                            11
061341         MOVE SPACE TO HHA-CLAIM-CLASS.                                 11
028700                                                                  02870032
028710*---------------------------------------------------------------*     55
028720*    CANCELS AND ADJUSTMENTS (HHA-ADJ-IND 'C'/'A') SETTLE        *     55
028900         PERFORM 0400-APPLY-COUNTERS THRU 0400-EXIT               02890032
028950         PERFORM 0095-SET-PROV-TOTALS THRU 0095-EXIT                   45
028951         PERFORM 0107-APPLY-VISIT-DETAIL THRU 0107-EXIT               60
028951         PERFORM 0107A-FIND-ORDER-PRAC THRU 0107A-EXIT                  16
028952         PERFORM 0118-CHECK-COVERAGE THRU 0118-EXIT                  63
028953         PERFORM 0122-NORMALIZE-HISTORY THRU 0122-EXIT                64
028954         PERFORM 0119-NORMALIZE-IDENT THRU 0119-EXIT                  64
028959             PERFORM 0101-PROCESS-CANCEL THRU 0101-EXIT               55
028960         ELSE                                                         55
028961         IF HHA-ADJ-IS-ADJUSTMENT                                     55
028962             PERFORM 0102A-GET-DETERM-DATE THRU 0102A-EXIT              13
028962             PERFORM 0200-CALL-DRV THRU 0200-EXIT                     55
028963             PERFORM 0102-NET-ADJUSTMENT THRU 0102-EXIT               55
028964         ELSE                                                         55
029200                                                                  02920032
029300 0100-EXIT.  EXIT.                                                02930032
029400 0200-CALL-DRV.                                                   02940032
061341         PERFORM 1182-FIND-WAIVERS THRU 1182-EXIT                       23
029500         MOVE 'A' TO PRICER-OPTION-SW                             02950032
029510         MOVE PARM-BLEND-OPT TO PRICER-BLEND-SW                       73
029520         MOVE PARM-WI-CAP-PCT TO PRICER-WI-CAP-PCT                     78
029530         MOVE HHA-INPUT-DATA TO QRR-SAVE-INPUT                          03
029530         MOVE HHA-PROV-NO TO CHW-BILLED-PROV                            07
029530         MOVE TFR-DETERM-DATE TO TFL-DETERM-DATE                        13
029530         MOVE OPT-CLAIM-PRAC-NPI TO ORD-CERT-NPI                        16
029600         CALL  HHOPN213   USING HHA-INPUT-DATA                    02960037
029700                                HOLD-VARIABLES-DATA                   63
029710                                TABLE-COVERAGE-DATA                   64
029720                                MBI-XWALK-TABLE.                        64
029730         MOVE QRP-LIST-SW TO QRR-LIST-SW.                               03
029740         IF QRR-LIST-SW = 'N' OR QRR-LIST-SW = 'C'                      03
029750             PERFORM 0205-PRICE-AS-SUBMITTED THRU 0205-EXIT.            03
029750*        HHDRV213 HANDS BACK THE OWNING CCN WHEN A CHANGE OF            07
029750*        OWNERSHIP ROUTED THE CLAIM                                     07
029750         IF HHA-PROV-NO NOT = CHW-BILLED-PROV                           07
029750             MOVE 'Y' TO CHW-ROUTED-SW.                                 07
029800                                                                  02980032
029900 0200-EXIT.  EXIT.                                                02990032
029900                                                                        03
029900*---------------------------------------------------------------*       03
029900*    THE QRP NON-COMPLIANCE LIST CHANGED THE SUBMITTED QRP       *      03
029900*    INDICATOR - PRICE THE UNCHANGED CLAIM AGAIN, WITH THE LIST  *      03
029900*    SWITCHED OFF, FOR THE MISMATCH REPORT'S DOLLAR EFFECT, THEN *      03
029900*    PUT THE LIST-PRICED CLAIM BACK                              *      03
029900*---------------------------------------------------------------*       03
029900 0205-PRICE-AS-SUBMITTED.                                               03
029900         MOVE HHA-INPUT-DATA    TO QRR-PRICED-INPUT.                    03
029900         MOVE HOLD-VAR-DATA     TO QRR-SAVE-HOLD.                       03
029900         MOVE 0 TO QRR-LIST-PAY.                                        03
029900         IF HHA-RTC-PAYABLE                                             03
029900             MOVE HHA-TOTAL-PAYMENT TO QRR-LIST-PAY.                    03
029900                                                                        03
029900         MOVE QRR-SAVE-INPUT    TO HHA-INPUT-DATA.                      03
029900         MOVE HHA-INIT-PAY-QRP-INDICATOR TO QRR-SUBMIT-IND.             03
029900         MOVE ALL '0' TO HOLD-VAR-DATA.                                 03
029900         MOVE 'A' TO PRICER-OPTION-SW.                                  03
029900         MOVE PARM-BLEND-OPT TO PRICER-BLEND-SW.                        03
029900         MOVE PARM-WI-CAP-PCT TO PRICER-WI-CAP-PCT.                     03
029900         MOVE 'S' TO QRP-LIST-SW.                                       03
061341         IF EMR-TFL-DECL NOT = SPACES                                   23
061341             MOVE 'Y' TO EMR-TFL-WAIVER.                                23
029900         MOVE TFR-DETERM-DATE TO TFL-DETERM-DATE.                       03
029900         MOVE OPT-CLAIM-PRAC-NPI TO ORD-CERT-NPI.                       03
029900         CALL  HHOPN213   USING HHA-INPUT-DATA                          03
029900                                HOLD-VARIABLES-DATA                     03
029900                                TABLE-COVERAGE-DATA                     03
029900                                MBI-XWALK-TABLE.                        03
029900         MOVE 0 TO QRR-SUBMIT-PAY.                                      03
029900         IF HHA-RTC-PAYABLE                                             03
029900             MOVE HHA-TOTAL-PAYMENT TO QRR-SUBMIT-PAY.                  03
029900                                                                        03
029900         MOVE QRR-PRICED-INPUT  TO HHA-INPUT-DATA.                      03
029900         MOVE QRR-SAVE-HOLD     TO HOLD-VAR-DATA.                       03
029900 0205-EXIT.  EXIT.                                                      03
030000 0400-APPLY-COUNTERS.                                             03000032
030100                                                                  03010032
030200      IF HHA-SERV-THRU-DATE < 20020101                            03020032
042571        IF HHA-ADJ-IS-ADJUSTMENT                                      83
042572            COMPUTE HHA-NET-ADJ-AMT =                                 83
042573                HHA-TOTAL-PAYMENT - HHA-ORIG-TOTAL-PAYMENT.           83
061341*    A LATE-SUBMISSION PENALTY WAIVED UNDER AN EMERGENCY                23
061341*    DECLARATION IS WORKED OUT FOR THE RECORD ONLY - THE LATE           23
061341*    PENALTY SUMMARY AND EMRRPT BOTH CARRY IT                           23
061341     IF HHA-OVERRIDE-IND = 'D'                                          23
061341        AND HHA-RTC-PAYABLE                                             23
061341        AND HHA-LATE-SUB-DAYS > 0                                       23
061341        PERFORM 1183E-SUB-FORGONE THRU 1183E-EXIT.                      23
061341*    AN ANALYST OVERRIDE REPLACES THE SETTLED TOTAL - AFTER THE         11
061341*    LATE-NOA REDUCTION, BEFORE SEQUESTRATION AND OFFSET                11
061341     IF OVR-NEXT > 0                                                    11
061341        PERFORM 1177-APPLY-OVERRIDE THRU 1177-EXIT.                     11
061341*    THE REVIEW CHOICE DEMONSTRATION EDIT IS ITS OWN PAYMENT            21
061341*    STEP ON THE SETTLED TOTAL - AFTER ANY OVERRIDE, BEFORE             21
061341*    SEQUESTRATION AND OFFSET                                           21
061341     IF RCP-NEXT > 0 AND HHA-TOB-IS-CLAIM                               21
061341        PERFORM 1181-APPLY-RCD-EDIT THRU 1181-EXIT.                     21
042600                                                                  04260032
042700     MOVE HHA-OUTLIER-PAYMENT        TO PRT-OUTLIER-PAY.          04270032
042800     MOVE HHA-TOTAL-PAYMENT          TO PRT-PAYMENT-RATE.         04280032
043905*    AGAINST THE PROVIDER'S NEW PAYABLE CLAIMS                   *    90
043905*---------------------------------------------------------------*    90
043905     PERFORM 1169-APPLY-OFFSET THRU 1169-EXIT.                        90
043905     PERFORM 1169B-STAMP-VERSION-3 THRU 1169B-EXIT.                     31
043906*---------------------------------------------------------------*    69
043907*    SCREEN THE PRICED RESULT FOR PAYMENT ANOMALIES BEFORE IT    *    69
043908*    REACHES THE INTERFACE FILE                                  *    69
044625     PERFORM 1171-ACCUM-CONTRACT THRU 1171-EXIT.                       94
044625     PERFORM 1172-ACCUM-TELEHEALTH THRU 1172-EXIT                       96
044625             VARYING TELE-SUB FROM 1 BY 1 UNTIL TELE-SUB > 6.           96
044625     IF HOSP-OVLP-DAYS NUMERIC AND HOSP-OVLP-DAYS > 0                   00
044625         PERFORM 1173-CHECK-HOSP-OVERLAP THRU 1173-EXIT.                00
044625     IF HHA-RTC-PAYABLE                                                 01
044625        AND (ADM-SRC-FLAG = 'I' OR ADM-SRC-FLAG = 'C')                  01
044625         PERFORM 1174-WRITE-ADMS-FINDING THRU 1174-EXIT.                01
044625     IF QRP-LIST-SW = 'N' OR QRP-LIST-SW = 'C'                          03
044625         PERFORM 1175-WRITE-QRP-MISMATCH THRU 1175-EXIT.                03
044625     IF CHW-CLAIM-ROUTED                                                07
044625         PERFORM 1176-WRITE-CHOW-ROUTED THRU 1176-EXIT.                 07
044625     MOVE 0 TO TFR-EDIT-RTC.                                            13
044625     PERFORM 1178B-SCAN-EDIT-LIST THRU 1178B-EXIT                       13
044625         VARYING TFR-SCAN FROM 1 BY 1 UNTIL TFR-SCAN > 5.               13
044625     IF TFR-EDIT-RTC > 0                                                13
044625        OR TFL-EXCEPT-CODE = 'AE' OR TFL-EXCEPT-CODE = 'RE'             13
044625        OR TFL-EXCEPT-CODE = 'GC'                                       13
061341        OR TFL-EXCEPT-CODE = 'DW'                                       23
044625         PERFORM 1178-CHECK-TIMELY-FILING THRU 1178-EXIT.               13
061341     IF EMR-PEN-DECL NOT = SPACES OR EMR-TFL-DECL NOT = SPACES          23
061341         PERFORM 1183-REPORT-WAIVERS THRU 1183-EXIT.                    23
044625     MOVE 'N' TO ORR-FOUND-SW.                                          16
044625     PERFORM 1179B-SCAN-EDIT-LIST THRU 1179B-EXIT                       16
044625         VARYING ORR-SCAN FROM 1 BY 1 UNTIL ORR-SCAN > 5.               16
044625     IF ORR-RTC-ON-LIST                                                 16
044625         PERFORM 1179-ACCUM-ORDER-PRAC THRU 1179-EXIT.                  16
044626     IF HHA-IS-INFORMATIONAL                                           97
044627         ADD 1 TO INFO-CLAIM-CTR.                                       97
044626     IF HHA-IS-MSP AND HHA-RTC-PAYABLE                                 87
044650                                                                   4465038
044660     IF REPRICE-MODE                                               4466038
044670         PERFORM 1191-WRITE-REPRPT THRU 1191-EXIT.                 4467038
061341     PERFORM 1184-JOURNAL-CLAIM THRU 1184-EXIT.                         25
044700                                                                  04470032
044800 1100-EXIT.  EXIT.                                                04480032
044900                                                                  04490032
057034         MOVE RL-CURR-TIME (1:6) TO RJH-RUN-TIME                       75
057035         WRITE RJCT-REC FROM RJT-HEADER-RECORD.                        75
057036                                                                       75
057036     PERFORM 1169B-STAMP-VERSION-3 THRU 1169B-EXIT.                     31
057037     WRITE RJCT-REC FROM HHA-INPUT-DATA.                               75
057038     IF RJT-STAT1 > 0 DISPLAY ' BADJ WRITE ON RJCTFILE FILE'.          75
057039     ADD 1 TO RJCTFILE-CTR.                                            75
057057 1166-SCREEN-SUSPECT.                                                  69
057058     MOVE SPACES TO SUSP-REASON.                                       69
057059     MOVE SPACE  TO HHA-SUSPECT-IND.                                   69
061341     IF RCD-PREPAY-REVIEW                                               21
061341         MOVE 'RCD PREPAY REVIEW     ' TO SUSP-REASON                   21
061341         GO TO 1166-FLAG.                                               21
057060                                                                       69
057061     IF HHA-TOTAL-PAYMENT > SUSP-CEILING                               69
057062         MOVE 'PAYMENT OVER CEILING  ' TO SUSP-REASON                  69
067610*    (NO PENALTY CHARGED) FALLS INTO ITS OWN BUCKET INSTEAD OF  *      51
067620*    THE DAYS-LATE RANGE BUCKETS, WHICH ARE PENALIZED-CLAIMS    *      51
067630*    ONLY                                                       *      51
061341*    - A CLAIM UNDER AN EMERGENCY WAIVER LIKEWISE, WITH THE     *       23
061341*    PENALTY FORGONE                                            *       23
067700*---------------------------------------------------------------* 06770032
067750     IF  HHA-OVERRIDE-IND = 'Y'                                        51
067760         ADD 1 TO LAT-BKT4-CTR                                         51
067770         GO TO 1180-EXIT.                                              51
061341     IF  HHA-OVERRIDE-IND = 'D'                                         23
061341         ADD 1 TO LAT-BKT5-CTR                                          23
061341         ADD EMR-SUB-FORGONE TO LAT-BKT5-AMT                            23
061341         GO TO 1180-EXIT.                                               23
067800     IF  HHA-LATE-SUB-DAYS <= 10                                  06780032
067900         ADD 1 TO LAT-BKT1-CTR                                    06790032
068000         ADD HHA-LATE-SUB-PEN-AMT TO LAT-BKT1-AMT                 06800032
069400*---------------------------------------------------------------* 06940032
069500     IF  LAT-BKT1-CTR = 0 AND LAT-BKT2-CTR = 0                    06950032
069600             AND LAT-BKT3-CTR = 0 AND LAT-BKT4-CTR = 0             0696003
061341             AND LAT-BKT5-CTR = 0                                       23
069700         GO TO 1700-EXIT.                                         06970032
069800                                                                  06980032
069900     WRITE LATERPT-LINE FROM LAT-HEAD1 AFTER ADVANCING PAGE.      06990032
072350     MOVE 0                   TO LAT-BKT-AMOUNT.                       51
072360     WRITE LATERPT-LINE FROM LAT-BKT-LINE AFTER ADVANCING 1.           51
072370     IF LAT-STAT1 > 0 DISPLAY ' BADE WRITE ON LATERPT FILE'.           51
061341     MOVE SPACES              TO LAT-BKT-LINE.                          23
061341     MOVE 'EMERGENCY WAIVED'  TO LAT-BKT-DESC.                          23
061341     MOVE LAT-BKT5-CTR        TO LAT-BKT-COUNT.                         23
061341     MOVE LAT-BKT5-AMT        TO LAT-BKT-AMOUNT.                        23
061341     WRITE LATERPT-LINE FROM LAT-BKT-LINE AFTER ADVANCING 1.            23
061341     IF LAT-STAT1 > 0 DISPLAY ' BADE WRITE ON LATERPT FILE'.            23
072400                                                                  07240032
072500 1700-EXIT.  EXIT.                                                07250032
072510                                                                  07251032
072680*    AMOUNTS AND RECOMPUTE THE TOTAL PAYMENT                     *07268009
072681******************************************************************07268109
072682 1199-COMPUTE-LATE-NOA-PENALTY.                                   07268209
061341*    AN EMERGENCY DECLARATION WAIVING THE PENALTY LEAVES THE            23
061341*    PAYMENT WHOLE - THE REDUCTION IS WORKED OUT ONLY TO REPORT         23
061341*    WHAT WAS FORGONE                                                   23
061341     IF EMR-PEN-DECL NOT = SPACES                                       23
061341         PERFORM 1183A-NOA-FORGONE THRU 1183A-EXIT                      23
061341         GO TO 1199-EXIT.                                               23
072683     INITIALIZE NOA-HRG-PENALTY, NOA-OUTL-PENALTY.                07268309
072684     COMPUTE NOA-HRG-PENALTY ROUNDED =                            07268409
072685             HHA-HRG-PAY * HHA-LATE-NOA-DAYS / 30.                07268509
060545     IF PARM-BREAKER-MIN NUMERIC                                      68
060546        AND PARM-BREAKER-MIN NOT = '00000'                            68
060547         MOVE PARM-BREAKER-MIN TO BRK-MIN-COUNT.                      68
060548*   INTAKE MEDIA STAMPED ON EVERY CLAIM READ FROM HHAFILE               04
060548     IF PARM-INTAKE-MEDIA NOT = 'P'                                     04
060548         MOVE 'E' TO PARM-INTAKE-MEDIA.                                 04
060548     DISPLAY '-- HHAFILE INTAKE MEDIA       ===> '                      04
060548              PARM-INTAKE-MEDIA.                                        04
060548*   BATCH-WINDOW CUTOFF AND CONSOLE HEARTBEAT INTERVAL                 88
060548     IF PARM-RUN-MODE = 'T'                                            95
060548         MOVE 'T' TO RUN-MODE-SW                                       95
060616         MOVE HSF-ADMIT-DATE      TO CH-ADMIT-DATE      (HX1)         54
060617         MOVE HSF-DCN             TO CH-DCN             (HX1)         98
060618         MOVE HSF-PRED-DCN        TO CH-PRED-DCN        (HX1)         98
060618         MOVE HSF-INIT-DATE       TO CH-INIT-DATE       (HX1)           13
060617     ELSE                                                             54
060618         DISPLAY '** CLAIM HISTORY TABLE FULL - RECORD DROPPED'       54
060619     END-IF.                                                          54
060685         MOVE 0 TO HHA-ORIG-TOTAL-PAYMENT                             55
060686         MOVE HHA-TOTAL-PAYMENT TO HHA-NET-ADJ-AMT.                   55
060687 0102-EXIT.  EXIT.                                                    55
060687                                                                        13
060687*================================================================       13
060687*    AN ADJUSTMENT'S REOPENING WINDOW RUNS FROM THE INITIAL             13
060687*    DETERMINATION OF THE CLAIM IT REPLACES, CARRIED ON THE             13
060687*    CLAIM-HISTORY MASTER.  NO HISTORY RECORD, OR ONE POSTED            13
060687*    BEFORE THE DATE WAS KEPT, LEAVES IT ZERO AND HHDRV213              13
060687*    SKIPS THE EDIT                                                     13
060687*================================================================       13
060687 0102A-GET-DETERM-DATE.                                                 13
060687     MOVE ZEROS TO TFR-DETERM-DATE.                                     13
060687     PERFORM 0099-LOOKUP-CLAIM-HIST THRU 0099-EXIT.                     13
060687     IF CLAIM-HIST-FOUND                                                13
060687        AND CH-INIT-DATE (HX1) NUMERIC                                  13
060687         MOVE CH-INIT-DATE (HX1) TO TFR-DETERM-DATE.                    13
060687 0102A-EXIT.  EXIT.                                                     13
060688                                                                      55
060689*================================================================     56
060690*    CROSS-PROVIDER EPISODE OVERLAP DETECTION - A TRANSFER IS         56
060694*    OVERLAP IS REPORTED, AND WHEN THIS CLAIM IS THE EARLIER          56
060695*    PROVIDER'S AND THE BILLER FAILED TO MARK IT PEP, THE PEP         56
060696*    DETERMINATION IS FORCED AND THE CLAIM RE-PRICED                  56
060696*    A PREDECESSOR AND ITS SUCCESSOR UNDER A CHANGE OF OWNERSHIP        07
060696*    ARE ONE AGENCY - THEIR OVERLAP IS NOT A TRANSFER AND GOES TO       07
060696*    THE CHOW REPORT INSTEAD                                            07
060697*================================================================     56
060698 0103-CHECK-EPISODE-OVERLAP.                                          56
060699     IF NOT HHA-TOB-IS-CLAIM                                          56
060700         GO TO 0103-EXIT.                                             56
060701                                                                      56
060702     SET OVL-NO-FORCE-PEP TO TRUE.                                    56
060702     IF CHOW-NEXT > 0                                                   07
060702         MOVE HHA-PROV-NO TO CHW-ROOT-WORK                              07
060702         PERFORM 0103B-RESOLVE-CHOW-ROOT THRU 0103B-EXIT                07
060702         MOVE CHW-ROOT-WORK TO CHW-ROOT-THIS.                           07
060703                                                                      56
060704     IF DUP-TRK-NEXT > 0                                              56
060705         SET DX1 TO 1                                                 56
060716 0103-EXIT.  EXIT.                                                    56
060717                                                                      56
060718 0104-SCAN-RUN-OVERLAP.                                               56
060718     IF  CHOW-NEXT > 0                                                  07
060718     AND DUP-TRK-HIC  (DX1) = WS-NORM-HIC                               07
060718     AND DUP-TRK-PROV (DX1) NOT = HHA-PROV-NO                           07
060718     AND DUP-TRK-FROM-DATE (DX1) NOT > HHA-SERV-THRU-DATE               07
060718     AND HHA-SERV-FROM-DATE NOT > DUP-TRK-THRU-DATE (DX1)               07
060718         MOVE DUP-TRK-PROV      (DX1) TO CHW-OTHER-PROV                 07
060718         MOVE DUP-TRK-FROM-DATE (DX1) TO CHW-OTHER-FROM                 07
060718         MOVE DUP-TRK-THRU-DATE (DX1) TO CHW-OTHER-THRU                 07
060718         PERFORM 0103A-CHECK-CHOW-AGENCY THRU 0103A-EXIT                07
060718         IF CHW-SAME-AGENCY                                             07
060718             SET DX1 UP BY 1                                            07
060718             GO TO 0104-EXIT.                                           07
060719     IF  DUP-TRK-HIC  (DX1) = WS-NORM-HIC                                 
060720     AND DUP-TRK-PROV (DX1) NOT = HHA-PROV-NO                         56
060721     AND DUP-TRK-FROM-DATE (DX1) NOT > HHA-SERV-THRU-DATE             56
060742 0104-EXIT.  EXIT.                                                    56
060743                                                                      56
060744 0105-SCAN-HIST-OVERLAP.                                              56
060744     IF  CHOW-NEXT > 0                                                  07
060744     AND CH-HIC     (HX1) = WS-NORM-HIC                                 07
060744     AND CH-PROV-NO (HX1) NOT = HHA-PROV-NO                             07
060744     AND CH-TOB-CLASS (HX1) = 'C'                                       07
060744     AND CH-PAID-FINAL (HX1)                                            07
060744     AND CH-FROM-DATE (HX1) NOT > HHA-SERV-THRU-DATE                    07
060744     AND HHA-SERV-FROM-DATE NOT > CH-THRU-DATE (HX1)                    07
060744         MOVE CH-PROV-NO   (HX1) TO CHW-OTHER-PROV                      07
060744         MOVE CH-FROM-DATE (HX1) TO CHW-OTHER-FROM                      07
060744         MOVE CH-THRU-DATE (HX1) TO CHW-OTHER-THRU                      07
060744         PERFORM 0103A-CHECK-CHOW-AGENCY THRU 0103A-EXIT                07
060744         IF CHW-SAME-AGENCY                                             07
060744             SET HX1 UP BY 1                                            07
060744             GO TO 0105-EXIT.                                           07
060745     IF  CH-HIC     (HX1) = WS-NORM-HIC                                   
060746     AND CH-PROV-NO (HX1) NOT = HHA-PROV-NO                           56
060747     AND CH-TOB-CLASS (HX1) = 'C'                                     56
060770     SET HX1 UP BY 1.                                                 56
060771 0105-EXIT.  EXIT.                                                    56
060772                                                                      56
060772*================================================================       07
060772*    THE OTHER CLAIM'S PROVIDER IS THE SAME AGENCY WHEN BOTH            07
060772*    CCNS TRACE BACK THROUGH THE CHANGE-OF-OWNERSHIP LINKS TO           07
060772*    THE SAME ORIGINAL OWNER - THE OVERLAP IS LOGGED ON THE CHOW        07
060772*    REPORT AND NOT TREATED AS A TRANSFER                               07
060772*================================================================       07
060772 0103A-CHECK-CHOW-AGENCY.                                               07
060772     MOVE 'N' TO CHW-SAME-AGENCY-SW.                                    07
060772     MOVE CHW-OTHER-PROV TO CHW-ROOT-WORK.                              07
060772     PERFORM 0103B-RESOLVE-CHOW-ROOT THRU 0103B-EXIT.                   07
060772     IF CHW-ROOT-WORK NOT = CHW-ROOT-THIS                               07
060772         GO TO 0103A-EXIT.                                              07
060772                                                                        07
060772     SET CHW-SAME-AGENCY TO TRUE.                                       07
060772     ADD 1 TO CHOW-JOINED-CTR.                                          07
060772     MOVE SPACES                 TO CHR-DETAIL-LINE.                    07
060772     MOVE HHA-HIC                TO CDL-HIC.                            07
060772     MOVE CHW-OTHER-PROV         TO CDL-BILLED.                         07
060772     MOVE HHA-PROV-NO            TO CDL-OWNER.                          07
060772     MOVE CHW-OTHER-FROM         TO CDL-FROM.                           07
060772     MOVE CHW-OTHER-THRU         TO CDL-THRU.                           07
060772     MOVE HHA-PAY-RTC            TO CDL-RTC.                            07
060772     MOVE HHA-TOTAL-PAYMENT      TO CDL-PAYMENT.                        07
060772     MOVE 'OVERLAP - SAME AGENCY' TO CDL-ACTION.                        07
060772     PERFORM 1176A-WRITE-CHOW-LINE THRU 1176A-EXIT.                     07
060772 0103A-EXIT.  EXIT.                                                     07
060772                                                                        07
060772*    WALK BACK FROM SUCCESSOR TO PREDECESSOR TO THE FIRST OWNER         07
060772 0103B-RESOLVE-CHOW-ROOT.                                               07
060772     MOVE 0 TO CHW-HOPS.                                                07
060772     PERFORM 0103C-STEP-BACK THRU 0103C-EXIT                            07
060772             UNTIL CHW-HOPS > 8.                                        07
060772 0103B-EXIT.  EXIT.                                                     07
060772                                                                        07
060772 0103C-STEP-BACK.                                                       07
060772     IF CHW-ROOT-WORK = SPACES                                          07
060772         MOVE 9 TO CHW-HOPS                                             07
060772         GO TO 0103C-EXIT.                                              07
060772     SET CX1 TO 1.                                                      07
060772     SEARCH CHOW-LINK-DATA VARYING CX1                                  07
060772         AT END                                                         07
060772             MOVE 9 TO CHW-HOPS                                         07
060772         WHEN CHL-SUCC-CCN (CX1) = CHW-ROOT-WORK                        07
060772             MOVE CHL-PRED-CCN (CX1) TO CHW-ROOT-WORK                   07
060772             ADD 1 TO CHW-HOPS                                          07
060772     END-SEARCH.                                                        07
060772 0103C-EXIT.  EXIT.                                                     07
060773*================================================================     56
060774*    FORCE THE PEP DETERMINATION ON THE EARLIER PROVIDER'S            56
060775*    CLAIM AND RE-PRICE IT.  A SHORTENED-EPISODE DAY COUNT IS         56
060846         DISPLAY '** VISIT DETAIL TABLE FULL - RECORD DROPPED'        60
060847     END-IF.                                                          60
060848 0109-EXIT.  EXIT.                                                    60
060848                                                                        16
060848*================================================================       16
060848*    LOAD THE OPTIONAL CERTIFYING PRACTITIONER COMPANION FILE           16
060848*    WRITTEN BY HH837213.  WITHOUT IT NO CLAIM CARRIES A                16
060848*    PRACTITIONER AND HHDRV213 SKIPS THE ENROLLMENT EDIT                16
060848*================================================================       16
060848 0108A-LOAD-ORDER-PRAC.                                                 16
060848     INITIALIZE ORD-PRAC-DTL-TABLE.                                     16
060848     OPEN INPUT ORDPDTL.                                                16
060848                                                                        16
060848     IF OPD-STAT1 = '0' OR OPD-STAT1 = '9'                              16
060848         PERFORM 0109A-READ-ORDPDTL THRU 0109A-EXIT                     16
060848                 UNTIL OPT-EOF-SW = 1                                   16
060848         CLOSE ORDPDTL                                                  16
060848         DISPLAY '-- PRACTITIONER RECORDS LOADED ===> '                 16
060848                  OPT-NEXT.                                             16
060848 0108A-EXIT.  EXIT.                                                     16
060848                                                                        16
060848 0109A-READ-ORDPDTL.                                                    16
060848     READ ORDPDTL                                                       16
060848         AT END                                                         16
060848             MOVE 1 TO OPT-EOF-SW                                       16
060848             GO TO 0109A-EXIT.                                          16
060848                                                                        16
060848     IF OPT-NEXT < 20000                                                16
060848         ADD 1 TO OPT-NEXT                                              16
060848         SET OPX1 TO OPT-NEXT                                           16
060848         MOVE OPD-NPI       TO OPT-NPI       (OPX1)                     16
060848         MOVE OPD-HIC       TO OPT-HIC       (OPX1)                     16
060848         MOVE OPD-FROM-DATE TO OPT-FROM-DATE (OPX1)                     16
060848         MOVE OPD-PRAC-NPI  TO OPT-PRAC-NPI  (OPX1)                     16
060848         MOVE SPACES        TO OPT-PRAC-NAME (OPX1)                     16
060848         IF OPD-PRAC-FIRST-NAME = SPACES                                16
060848             MOVE OPD-PRAC-LAST-NAME TO OPT-PRAC-NAME (OPX1)            16
060848         ELSE                                                           16
060848             STRING OPD-PRAC-LAST-NAME  DELIMITED BY '  '               16
060848                    ', '                DELIMITED BY SIZE               16
060848                    OPD-PRAC-FIRST-NAME DELIMITED BY '  '               16
060848                    INTO OPT-PRAC-NAME (OPX1)                           16
060848         END-IF                                                         16
060848     ELSE                                                               16
060848         DISPLAY '** PRACTITIONER TABLE FULL - RECORD DROPPED'          16
060848     END-IF.                                                            16
060848 0109A-EXIT.  EXIT.                                                     16
060848                                                                        16
060848*    THE CURRENT CLAIM'S CERTIFYING PRACTITIONER, IF ON THE             16
060848*    COMPANION FILE                                                     16
060848 0107A-FIND-ORDER-PRAC.                                                 16
060848     MOVE SPACES TO OPT-CLAIM-PRAC-NPI                                  16
060848                    OPT-CLAIM-PRAC-NAME.                                16
060848     IF OPT-NEXT = 0                                                    16
060848         GO TO 0107A-EXIT.                                              16
060848     SET OPX1 TO 1.                                                     16
060848     SEARCH ORD-PRAC-DTL-DATA VARYING OPX1                              16
060848            AT END                                                      16
060848               GO TO 0107A-EXIT                                         16
060848            WHEN OPX1 > OPT-NEXT                                        16
060848               GO TO 0107A-EXIT                                         16
060848            WHEN OPT-NPI (OPX1)       = HHA-NPI                         16
060848             AND OPT-HIC (OPX1)       = HHA-HIC                         16
060848             AND OPT-FROM-DATE (OPX1) = HHA-SERV-FROM-DATE              16
060848               MOVE OPT-PRAC-NPI (OPX1)  TO OPT-CLAIM-PRAC-NPI          16
060848               MOVE OPT-PRAC-NAME (OPX1) TO OPT-CLAIM-PRAC-NAME.        16
060848 0107A-EXIT.  EXIT.                                                     16
060849                                                                      60
060850*================================================================     60
060851*    APPLY THE VISIT-LEVEL DETAIL TO THE CURRENT CLAIM.  THE          60
060930             VARYING CONT-IX FROM 1 BY 1                              61
060931             UNTIL CONT-IX > 6.                                       61
060932 0113-EXIT.  EXIT.                                                    61
060932                                                                        31
060932*================================================================       31
060932*    A VERSION 2 (650-BYTE) CLAIM CARRIES NO EXTENSION - CLEAR          31
060932*    IT SO NOTHING LEFT FROM THE PRIOR RECORD IS PRICED OR WRITTEN      31
060932*================================================================       31
060932 0110-LIFT-VERSION-2.                                                   31
060932     IF HHA-REC-VERSION = '3'                                           31
060932         GO TO 0110-EXIT.                                               31
060932     MOVE SPACES TO HHA-V3-EXTENSION.                                   31
060932     MOVE 0      TO HHA-SEQ-PAYABLE-AMT.                                31
060932*    A NEW CLAIM TAKES THE INTAKE MEDIA OF ITS HHAFILE; A               04
060932*    RE-PRICED OR RECYCLED VERSION 2 IMAGE HAS NONE ON RECORD           04
060932     IF NOT REPRICE-MODE AND NOT RECYCLE-MODE                           04
060932         MOVE PARM-INTAKE-MEDIA TO HHA-SUBMIT-MEDIA.                    04
060932 0110-EXIT.  EXIT.                                                      31
060933                                                                      61
060934*================================================================     61
060935*    FOLD ONE CONTINUATION REVENUE GROUP INTO THE PRIMARY -           61
060994             GO TO 0117-EXIT.                                          63
060995                                                                       63
060996     ADD 1 TO PRESCAN-CTR.                                             63
060996     PERFORM 0117A-FINGERPRINT-ONE THRU 0117A-EXIT.                     32
060997                                                                       63
060998*    DATES BELOW THE SANITY FLOOR (CONTINUATION RECORDS, BAD          63
060999*    DATA) DO NOT SHAPE THE RANGE                                     63
061006        AND HHA-SERV-THRU-DATE > PRESCAN-MAX-THRU                      63
061007         MOVE HHA-SERV-THRU-DATE TO PRESCAN-MAX-THRU.                  63
061008 0117-EXIT.  EXIT.                                                     63
061008                                                                        32
061008*================================================================       32
061008*    ADD ONE HHAFILE RECORD TO THE FILE'S FINGERPRINT - EVERY           32
061008*    PHYSICAL RECORD COUNTS, CONTINUATIONS INCLUDED, SO A FILE          32
061008*    CUT SHORT OR PADDED DOES NOT MATCH ITS ORIGINAL                    32
061008*================================================================       32
061008 0117A-FINGERPRINT-ONE.                                                 32
061008     ADD 1 TO FRG-REC-COUNT.                                            32
061008     MOVE HHA-NPI TO FRG-NPI-WORK.                                      32
061008     IF FRG-NPI-NUM NUMERIC                                             32
061008         ADD FRG-NPI-NUM TO FRG-NPI-HASH.                               32
061008     IF HHA-TOTAL-PAYMENT NUMERIC                                       32
061008         ADD HHA-TOTAL-PAYMENT TO FRG-PAY-HASH.                         32
061008     IF HHA-SERV-FROM-DATE-N NUMERIC                                    32
061008         ADD HHA-SERV-FROM-DATE-N TO FRG-DATE-HASH.                     32
061008     IF HHA-SERV-THRU-DATE-N NUMERIC                                    32
061008         ADD HHA-SERV-THRU-DATE-N TO FRG-DATE-HASH.                     32
061008                                                                        32
061008     MOVE HHA-NPI            TO FRG-LAST-NPI.                           32
061008     MOVE HHA-HIC            TO FRG-LAST-HIC.                           32
061008     MOVE HHA-SERV-FROM-DATE TO FRG-LAST-FROM.                          32
061008     IF FRG-REC-COUNT = 1                                               32
061008         MOVE FRG-LAST-KEY   TO FRG-FIRST-KEY.                          32
061008 0117A-EXIT.  EXIT.                                                     32
061009                                                                       63
061010*================================================================     63
061011*    ONCE THE REFERENCE TABLES ARE LOADED (FIRST PRICED CLAIM),       63
061051         DISPLAY '** COVERAGE WARNING ONLY - RUN CONTINUES'            63
061052     ELSE                                                              63
061053         DISPLAY '** RUN STOPPED - REFRESH THE REFERENCE TABLES'       63
061053         MOVE 'STOPPED' TO FRG-OUTCOME                                  32
061053         PERFORM 1992-WRITE-FILE-REGISTRY THRU 1992-EXIT                32
061054         MOVE 16 TO RETURN-CODE                                        63
061055         STOP RUN.                                                     63
061056 0118-EXIT.  EXIT.                                                     63
061341     ELSE
061341         DISPLAY '** OFFSET LEDGER TABLE FULL - ENTRY DROPPED'.
061341 0155-EXIT.  EXIT.
061341*================================================================       07
061341*    LOAD THE CHANGE-OF-OWNERSHIP LINKS - ONE ENTRY PER OLD/NEW         07
061341*    OWNER PAIR, WHICHEVER SIDE'S PROVIDER MASTER ROW NAMES IT          07
061341*================================================================       07
061341 0156-LOAD-CHOW-LINKS.                                                  07
061341     INITIALIZE CHOW-LINK-TABLE.                                        07
061341     OPEN INPUT PROVMSTR.                                               07
061341     IF PVM-STAT1 = '0' OR PVM-STAT1 = '9'                              07
061341         PERFORM 0157-READ-PROVMSTR THRU 0157-EXIT                      07
061341                 UNTIL PVM-EOF-SW = 1                                   07
061341         CLOSE PROVMSTR                                                 07
061341         DISPLAY '-- CHANGE-OF-OWNERSHIP LINKS  ===> '                  07
061341                  CHOW-NEXT.                                            07
061341 0156-EXIT.  EXIT.                                                      07
061341                                                                        07
061341 0157-READ-PROVMSTR.                                                    07
061341     READ PROVMSTR                                                      07
061341         AT END                                                         07
061341             MOVE 1 TO PVM-EOF-SW                                       07
061341             GO TO 0157-EXIT.                                           07
061341                                                                        07
061341     IF PVM-CHOW-DATE = SPACES OR PVM-CHOW-DATE = '00000000'            07
061341         GO TO 0157-EXIT.                                               07
061341     IF PVM-SUCC-CCN NOT = SPACES                                       07
061341         MOVE PVM-CCN       TO CHW-ROOT-WORK                            07
061341         MOVE PVM-SUCC-CCN  TO CHW-OTHER-PROV                           07
061341         PERFORM 0157A-ADD-CHOW-LINK THRU 0157A-EXIT.                   07
061341     IF PVM-PRED-CCN NOT = SPACES                                       07
061341         MOVE PVM-PRED-CCN  TO CHW-ROOT-WORK                            07
061341         MOVE PVM-CCN       TO CHW-OTHER-PROV                           07
061341         PERFORM 0157A-ADD-CHOW-LINK THRU 0157A-EXIT.                   07
061341 0157-EXIT.  EXIT.                                                      07
061341                                                                        07
061341*    CHW-ROOT-WORK = OLD OWNER, CHW-OTHER-PROV = NEW OWNER              07
061341 0157A-ADD-CHOW-LINK.                                                   07
061341     SET CX1 TO 1.                                                      07
061341     SEARCH CHOW-LINK-DATA VARYING CX1                                  07
061341         AT END                                                         07
061341             IF CHOW-NEXT < 500                                         07
061341                 ADD 1 TO CHOW-NEXT                                     07
061341                 SET CX1 TO CHOW-NEXT                                   07
061341                 MOVE CHW-ROOT-WORK  TO CHL-PRED-CCN  (CX1)             07
061341                 MOVE CHW-OTHER-PROV TO CHL-SUCC-CCN  (CX1)             07
061341                 MOVE PVM-CHOW-DATE  TO CHL-CHOW-DATE (CX1)             07
061341             ELSE                                                       07
061341                 DISPLAY '** CHOW LINK TABLE FULL - LINK DROPPED'       07
061341             END-IF                                                     07
061341         WHEN CHL-PRED-CCN (CX1) = CHW-ROOT-WORK                        07
061341          AND CHL-SUCC-CCN (CX1) = CHW-OTHER-PROV                       07
061341             CONTINUE                                                   07
061341     END-SEARCH.                                                        07
061341 0157A-EXIT.  EXIT.                                                     07
061341                                                                        07
061341*================================================================       07
061341*    CARRY THE OLD OWNER'S OPEN OFFSET-LEDGER BALANCE TO THE            07
061341*    NEW OWNER ONCE THE CHOW DATE HAS ARRIVED, SO RECOUPMENT            07
061341*    CONTINUES AGAINST THE SUCCESSOR'S CLAIMS.  PASS 'O' MOVES          07
061341*    THE OPENING BALANCE, PASS 'R' WHAT ACCRUED DURING THE RUN          07
061341*================================================================       07
061341 0158-CARRY-CHOW-BALANCES.                                              07
061341     IF CHOW-NEXT = 0 OR OFFSET-NEXT = 0                                07
061341         GO TO 0158-EXIT.                                               07
061341     ACCEPT RL-CURR-DATE FROM DATE YYYYMMDD.                            07
061341     SET CX1 TO 1.                                                      07
061341     PERFORM 0158A-CARRY-ONE-LINK THRU 0158A-EXIT                       07
061341             CHOW-NEXT TIMES.                                           07
061341 0158-EXIT.  EXIT.                                                      07
061341*================================================================       07
061341*    LOAD THE ANALYST MANUAL-PRICING OVERRIDES - A TRANSACTION          11
061341*    THAT FAILS THE SIGN-OFF RULES GOES STRAIGHT TO THE AUDIT           11
061341*    TRAIL AS REFUSED AND NEVER REACHES THE TABLE                       11
061341*================================================================       11
061341 0159-LOAD-OVERRIDES.                                                   11
061341     INITIALIZE OVR-TABLE.                                              11
061341     OPEN INPUT OVRFILE.                                                11
061341     IF OVT-STAT1 = '0' OR OVT-STAT1 = '9'                              11
061341         PERFORM 0160-READ-OVRFILE THRU 0160-EXIT                       11
061341                 UNTIL OVR-EOF-SW = 1                                   11
061341         CLOSE OVRFILE                                                  11
061341         DISPLAY '-- OVERRIDES LOADED           ===> '                  11
061341                  OVR-NEXT.                                             11
061341 0159-EXIT.  EXIT.                                                      11
061341                                                                        11
061341 0160-READ-OVRFILE.                                                     11
061341     READ OVRFILE                                                       11
061341         AT END                                                         11
061341             MOVE 1 TO OVR-EOF-SW                                       11
061341             GO TO 0160-EXIT.                                           11
061341                                                                        11
061341     MOVE SPACES TO OVR-REFUSE-TEXT.                                    11
061341     IF OVT-NPI = SPACES OR OVT-HIC = SPACES                            11
061341        OR OVT-FROM-DATE = SPACES OR OVT-DCN = SPACES                   11
061341         MOVE 'INCOMPLETE CLAIM KEY' TO OVR-REFUSE-TEXT                 11
061341     ELSE                                                               11
061341     IF OVT-DIRECTED-PAY NOT NUMERIC                                    11
061341         MOVE 'AMOUNT NOT NUMERIC'   TO OVR-REFUSE-TEXT                 11
061341     ELSE                                                               11
061341     IF NOT OVT-REASON-VALID                                            11
061341         MOVE 'INVALID REASON CODE'  TO OVR-REFUSE-TEXT                 11
061341     ELSE                                                               11
061341     IF OVT-MAKER-ID = SPACES OR OVT-CHECKER-ID = SPACES                11
061341         MOVE 'MISSING SIGN-OFF'     TO OVR-REFUSE-TEXT                 11
061341     ELSE                                                               11
061341     IF OVT-MAKER-ID = OVT-CHECKER-ID                                   11
061341         MOVE 'SAME ANALYST TWICE'   TO OVR-REFUSE-TEXT                 11
061341     ELSE                                                               11
061341     IF OVT-MAKER-DATE NOT NUMERIC OR OVT-CHECKER-DATE NOT NUMERIC      11
061341         MOVE 'SIGN-OFF NOT DATED'   TO OVR-REFUSE-TEXT                 11
061341     ELSE                                                               11
061341     IF OVT-CHECKER-DATE < OVT-MAKER-DATE                               11
061341         MOVE 'APPROVED BEFORE KEYED' TO OVR-REFUSE-TEXT.               11
061341                                                                        11
061341*    BOTH ANALYSTS MUST HOLD THEIR HALF OF THE RELEASE IN SECPROF       30
061341     IF OVR-REFUSE-TEXT = SPACES                                        30
061341         PERFORM 0160B-CHECK-AUTHORITY THRU 0160B-EXIT.                 30
061341                                                                        30
061341     IF OVR-REFUSE-TEXT = SPACES                                        11
061341         SET OV1 TO 1                                                   11
061341         SEARCH OVR-DATA                                                11
061341             AT END                                                     11
061341                 CONTINUE                                               11
061341             WHEN OVR-NPI (OV1) = OVT-NPI                               11
061341              AND OVR-HIC (OV1) = OVT-HIC                               11
061341              AND OVR-FROM-DATE (OV1) = OVT-FROM-DATE                   11
061341              AND OVR-DCN (OV1) = OVT-DCN                               11
061341                 MOVE 'DUPLICATE OVERRIDE' TO OVR-REFUSE-TEXT           11
061341         END-SEARCH.                                                    11
061341                                                                        11
061341     IF OVR-REFUSE-TEXT = SPACES AND OVR-NEXT NOT < 500                 11
061341         MOVE 'OVERRIDE TABLE FULL'  TO OVR-REFUSE-TEXT.                11
061341                                                                        11
061341     IF OVR-REFUSE-TEXT NOT = SPACES                                    11
061341         PERFORM 0160A-REFUSE-AT-LOAD THRU 0160A-EXIT                   11
061341         GO TO 0160-EXIT.                                               11
061341                                                                        11
061341     ADD 1 TO OVR-NEXT.                                                 11
061341     SET OV1 TO OVR-NEXT.                                               11
061341     MOVE OVT-NPI           TO OVR-NPI (OV1).                           11
061341     MOVE OVT-HIC           TO OVR-HIC (OV1).                           11
061341     MOVE OVT-FROM-DATE     TO OVR-FROM-DATE (OV1).                     11
061341     MOVE OVT-DCN           TO OVR-DCN (OV1).                           11
061341     MOVE OVT-DIRECTED-PAY  TO OVR-DIRECTED-PAY (OV1).                  11
061341     MOVE OVT-REASON        TO OVR-REASON (OV1).                        11
061341     MOVE OVT-MAKER-ID      TO OVR-MAKER-ID (OV1).                      11
061341     MOVE OVT-MAKER-DATE    TO OVR-MAKER-DATE (OV1).                    11
061341     MOVE OVT-CHECKER-ID    TO OVR-CHECKER-ID (OV1).                    11
061341     MOVE OVT-CHECKER-DATE  TO OVR-CHECKER-DATE (OV1).                  11
061341     MOVE 'N'               TO OVR-USED-SW (OV1).                       11
061341 0160-EXIT.  EXIT.                                                      11
061341                                                                        11
061341 0160B-CHECK-AUTHORITY.                                                 30
061341     MOVE SPACES            TO AUTH-REQUEST.                            30
061341     MOVE 'C'               TO AUT-ACTION.                              30
061341     MOVE 'HHMGR213'        TO AUT-PROGRAM.                             30
061341     MOVE OVT-NPI           TO AUT-DETAIL (1:10).                       30
061341     MOVE OVT-HIC           TO AUT-DETAIL (12:12).                      30
061341     MOVE OVT-FROM-DATE     TO AUT-DETAIL (25:8).                       30
061341     MOVE OVT-DCN           TO AUT-DETAIL (33:8).                       30
061341     MOVE 'OVRKEY'          TO AUT-FUNCTION.                            30
061341     MOVE OVT-MAKER-ID      TO AUT-USER-ID.                             30
061341     CALL HHAUT213 USING AUTH-REQUEST.                                  30
061341     IF NOT AUT-GRANTED                                                 30
061341         MOVE 'MAKER UNAUTHORIZED'   TO OVR-REFUSE-TEXT                 30
061341         GO TO 0160B-EXIT.                                              30
061341     MOVE 'OVRAPP'          TO AUT-FUNCTION.                            30
061341     MOVE OVT-CHECKER-ID    TO AUT-USER-ID.                             30
061341     CALL HHAUT213 USING AUTH-REQUEST.                                  30
061341     IF NOT AUT-GRANTED                                                 30
061341         MOVE 'CHECKER UNAUTHORIZED' TO OVR-REFUSE-TEXT.                30
061341 0160B-EXIT.  EXIT.                                                     30
061341 0160A-REFUSE-AT-LOAD.                                                  11
061341     MOVE SPACES            TO OVRAUDIT-REC.                            11
061341     MOVE RL-CURR-DATE      TO OVA-RUN-DATE.                            11
061341     MOVE 'R'               TO OVA-STATUS.                              11
061341     MOVE OVR-REFUSE-TEXT   TO OVA-STATUS-TEXT.                         11
061341     MOVE OVT-NPI           TO OVA-NPI.                                 11
061341     MOVE OVT-HIC           TO OVA-HIC.                                 11
061341     MOVE OVT-FROM-DATE     TO OVA-FROM-DATE.                           11
061341     MOVE OVT-DCN           TO OVA-DCN.                                 11
061341     MOVE 0                 TO OVA-CALC-TOTAL.                          11
061341     MOVE 0                 TO OVA-CALC-OUTLIER.                        11
061341     IF OVT-DIRECTED-PAY NUMERIC                                        11
061341         MOVE OVT-DIRECTED-PAY TO OVA-DIRECTED-PAY                      11
061341     ELSE                                                               11
061341         MOVE 0                TO OVA-DIRECTED-PAY.                     11
061341     MOVE OVT-REASON        TO OVA-REASON.                              11
061341     MOVE OVT-MAKER-ID      TO OVA-MAKER-ID.                            11
061341     MOVE OVT-MAKER-DATE    TO OVA-MAKER-DATE.                          11
061341     MOVE OVT-CHECKER-ID    TO OVA-CHECKER-ID.                          11
061341     MOVE OVT-CHECKER-DATE  TO OVA-CHECKER-DATE.                        11
061341     ADD 1 TO OVR-REFUSED-CTR.                                          11
061341     PERFORM 1177B-WRITE-OVRAUDIT THRU 1177B-EXIT.                      11
061341 0160A-EXIT.  EXIT.                                                     11
061341                                                                        11
061341*================================================================       11
061341*    LOAD THE REVIEW CHOICE DEMONSTRATION PARTICIPATION FILE - A        21
061341*    ROW OUTSIDE THE DEMONSTRATION STATES, WITH AN UNKNOWN OPTION       21
061341*    OR WITH BAD DATES IS LISTED AND LEFT OUT OF THE TABLE              21
061341*================================================================       21
061341 0161-LOAD-RCD-PART.                                                    21
061341     INITIALIZE RCP-TABLE.                                              21
061341     OPEN INPUT RCDPART.                                                21
061341     IF RCP-STAT1 = '0' OR RCP-STAT1 = '9'                              21
061341         PERFORM 0162-READ-RCDPART THRU 0162-EXIT                       21
061341                 UNTIL RCP-EOF-SW = 1                                   21
061341         CLOSE RCDPART                                                  21
061341         DISPLAY '-- RCD AGENCIES LOADED        ===> '                  21
061341                  RCP-NEXT.                                             21
061341 0161-EXIT.  EXIT.                                                      21
061341                                                                        21
061341 0162-READ-RCDPART.                                                     21
061341     READ RCDPART                                                       21
061341         AT END                                                         21
061341             MOVE 1 TO RCP-EOF-SW                                       21
061341             GO TO 0162-EXIT.                                           21
061341                                                                        21
061341     MOVE SPACES TO RCD-REFUSE-TEXT.                                    21
061341     IF RCP-END-DATE = SPACES                                           21
061341         MOVE ZEROS TO RCP-END-DATE.                                    21
061341     IF RCP-PROV-NO = SPACES                                            21
061341         MOVE 'PROVIDER MISSING'     TO RCD-REFUSE-TEXT                 21
061341     ELSE                                                               21
061341     IF NOT RCP-STATE-IN-DEMO                                           21
061341         MOVE 'STATE NOT IN DEMO'    TO RCD-REFUSE-TEXT                 21
061341     ELSE                                                               21
061341     IF NOT RCP-OPTION-VALID                                            21
061341         MOVE 'INVALID OPTION'       TO RCD-REFUSE-TEXT                 21
061341     ELSE                                                               21
061341     IF RCP-EFF-DATE NOT NUMERIC OR RCP-END-DATE NOT NUMERIC            21
061341         MOVE 'DATE NOT NUMERIC'     TO RCD-REFUSE-TEXT                 21
061341     ELSE                                                               21
061341     IF RCP-END-DATE NOT = ZEROS AND RCP-END-DATE < RCP-EFF-DATE        21
061341         MOVE 'END BEFORE EFFECTIVE' TO RCD-REFUSE-TEXT                 21
061341     ELSE                                                               21
061341     IF RCP-NEXT NOT < 500                                              21
061341         MOVE 'AGENCY TABLE FULL'    TO RCD-REFUSE-TEXT.                21
061341                                                                        21
061341     IF RCD-REFUSE-TEXT NOT = SPACES                                    21
061341         ADD 1 TO RCD-REFUSED-CTR                                       21
061341         DISPLAY ' BADP RCDPART ROW REFUSED - ' RCD-REFUSE-TEXT         21
061341                 ' PROV ' RCP-PROV-NO                                   21
061341         GO TO 0162-EXIT.                                               21
061341                                                                        21
061341     ADD 1 TO RCP-NEXT.                                                 21
061341     SET RP1 TO RCP-NEXT.                                               21
061341     MOVE RCP-PROV-NO       TO RCT-PROV-NO (RP1).                       21
061341     MOVE RCP-STATE         TO RCT-STATE (RP1).                         21
061341     MOVE RCP-OPTION        TO RCT-OPTION (RP1).                        21
061341     MOVE RCP-EFF-DATE      TO RCT-EFF-DATE (RP1).                      21
061341     MOVE RCP-END-DATE      TO RCT-END-DATE (RP1).                      21
061341 0162-EXIT.  EXIT.                                                      21
061341                                                                        21
061341*================================================================       21
061341*    LOAD THE PRE-CLAIM REVIEW DECISIONS.  ONLY A DECISION FOR A        21
061341*    PARTICIPATING AGENCY CAN MATTER, SO THE FILE IS SKIPPED WHEN       21
061341*    NO AGENCY LOADED                                                   21
061341*================================================================       21
061341 0163-LOAD-RCD-UTN.                                                     21
061341     INITIALIZE RCU-TABLE.                                              21
061341     IF RCP-NEXT = 0                                                    21
061341         GO TO 0163-EXIT.                                               21
061341     OPEN INPUT RCDUTN.                                                 21
061341     IF RCU-STAT1 = '0' OR RCU-STAT1 = '9'                              21
061341         PERFORM 0164-READ-RCDUTN THRU 0164-EXIT                        21
061341                 UNTIL RCU-EOF-SW = 1                                   21
061341         CLOSE RCDUTN                                                   21
061341         DISPLAY '-- RCD UTN DECISIONS LOADED   ===> '                  21
061341                  RCU-NEXT.                                             21
061341 0163-EXIT.  EXIT.                                                      21
061341                                                                        21
061341 0164-READ-RCDUTN.                                                      21
061341     READ RCDUTN                                                        21
061341         AT END                                                         21
061341             MOVE 1 TO RCU-EOF-SW                                       21
061341             GO TO 0164-EXIT.                                           21
061341                                                                        21
061341     MOVE SPACES TO RCD-REFUSE-TEXT.                                    21
061341     IF RCU-UTN = SPACES OR RCU-HIC = SPACES                            21
061341        OR RCU-PROV-NO = SPACES                                         21
061341         MOVE 'INCOMPLETE UTN KEY'   TO RCD-REFUSE-TEXT                 21
061341     ELSE                                                               21
061341     IF RCU-FROM-DATE NOT NUMERIC OR RCU-THRU-DATE NOT NUMERIC          21
061341         MOVE 'DATE NOT NUMERIC'     TO RCD-REFUSE-TEXT                 21
061341     ELSE                                                               21
061341     IF RCU-THRU-DATE < RCU-FROM-DATE                                   21
061341         MOVE 'THRU BEFORE FROM'     TO RCD-REFUSE-TEXT                 21
061341     ELSE                                                               21
061341     IF NOT RCU-DECISION-VALID                                          21
061341         MOVE 'INVALID DECISION'     TO RCD-REFUSE-TEXT                 21
061341     ELSE                                                               21
061341     IF RCU-NEXT NOT < 10000                                            21
061341         MOVE 'UTN TABLE FULL'       TO RCD-REFUSE-TEXT.                21
061341                                                                        21
061341     IF RCD-REFUSE-TEXT NOT = SPACES                                    21
061341         ADD 1 TO RCD-REFUSED-CTR                                       21
061341         DISPLAY ' BADP RCDUTN ROW REFUSED - ' RCD-REFUSE-TEXT          21
061341                 ' UTN ' RCU-UTN                                        21
061341         GO TO 0164-EXIT.                                               21
061341                                                                        21
061341     ADD 1 TO RCU-NEXT.                                                 21
061341     SET RU1 TO RCU-NEXT.                                               21
061341     MOVE RCU-PROV-NO       TO RUT-PROV-NO (RU1).                       21
061341     MOVE RCU-HIC           TO RUT-HIC (RU1).                           21
061341     MOVE RCU-FROM-DATE     TO RUT-FROM-DATE (RU1).                     21
061341     MOVE RCU-THRU-DATE     TO RUT-THRU-DATE (RU1).                     21
061341     MOVE RCU-DECISION      TO RUT-DECISION (RU1).                      21
061341 0164-EXIT.  EXIT.                                                      21
061341*================================================================       21
061341*    LOAD THE EMERGENCY WAIVER FILE - A ROW WITH AN UNKNOWN AREA        23
061341*    OR WAIVER TYPE, A MALFORMED FIPS CODE OR BAD DATES IS LISTED       23
061341*    AND LEFT OUT OF THE TABLE                                          23
061341*================================================================       23
061341 0165-LOAD-EMR-WAIVERS.                                                 23
061341     INITIALIZE EWT-TABLE.                                              23
061341     OPEN INPUT EMRWAIV.                                                23
061341     IF EWV-STAT1 = '0' OR EWV-STAT1 = '9'                              23
061341         PERFORM 0166-READ-EMRWAIV THRU 0166-EXIT                       23
061341                 UNTIL EWV-EOF-SW = 1                                   23
061341         CLOSE EMRWAIV                                                  23
061341         DISPLAY '-- EMERGENCY WAIVER AREAS     ===> '                  23
061341                  EWT-NEXT.                                             23
061341 0165-EXIT.  EXIT.                                                      23
061341                                                                        23
061341 0166-READ-EMRWAIV.                                                     23
061341     READ EMRWAIV                                                       23
061341         AT END                                                         23
061341             MOVE 1 TO EWV-EOF-SW                                       23
061341             GO TO 0166-EXIT.                                           23
061341                                                                        23
061341     MOVE SPACES TO EMR-REFUSE-TEXT.                                    23
061341     IF EWV-EFF-THRU = SPACES                                           23
061341         MOVE ZEROS TO EWV-EFF-THRU.                                    23
061341     IF EWV-DECL-ID = SPACES                                            23
061341         MOVE 'DECLARATION MISSING'  TO EMR-REFUSE-TEXT                 23
061341     ELSE                                                               23
061341     IF NOT EWV-AREA-VALID                                              23
061341         MOVE 'INVALID AREA TYPE'    TO EMR-REFUSE-TEXT                 23
061341     ELSE                                                               23
061341     IF EWV-AREA-CODE = SPACES                                          23
061341         MOVE 'AREA CODE MISSING'    TO EMR-REFUSE-TEXT                 23
061341     ELSE                                                               23
061341     IF EWV-AREA-TYPE = 'C'                                             23
061341        AND (EWV-FIPS-STATE NOT NUMERIC                                 23
061341         OR  EWV-FIPS-COUNTY NOT NUMERIC                                23
061341         OR  EWV-FIPS-SPARE NOT = SPACE)                                23
061341         MOVE 'FIPS NOT 5 DIGITS'    TO EMR-REFUSE-TEXT                 23
061341     ELSE                                                               23
061341     IF NOT EWV-TYPE-VALID                                              23
061341         MOVE 'INVALID WAIVER TYPE'  TO EMR-REFUSE-TEXT                 23
061341     ELSE                                                               23
061341     IF EWV-EFF-FROM NOT NUMERIC OR EWV-EFF-THRU NOT NUMERIC            23
061341         MOVE 'DATE NOT NUMERIC'     TO EMR-REFUSE-TEXT                 23
061341     ELSE                                                               23
061341     IF EWV-EFF-THRU NOT = ZEROS AND EWV-EFF-THRU < EWV-EFF-FROM        23
061341         MOVE 'THRU BEFORE FROM'     TO EMR-REFUSE-TEXT                 23
061341     ELSE                                                               23
061341     IF EWT-NEXT NOT < 2000                                             23
061341         MOVE 'WAIVER TABLE FULL'    TO EMR-REFUSE-TEXT.                23
061341                                                                        23
061341     IF EMR-REFUSE-TEXT NOT = SPACES                                    23
061341         ADD 1 TO EMR-REFUSED-CTR                                       23
061341         DISPLAY ' BADP EMRWAIV ROW REFUSED - ' EMR-REFUSE-TEXT         23
061341                 ' DECL ' EWV-DECL-ID                                   23
061341         GO TO 0166-EXIT.                                               23
061341                                                                        23
061341     ADD 1 TO EWT-NEXT.                                                 23
061341     SET EW1 TO EWT-NEXT.                                               23
061341     MOVE EWV-DECL-ID       TO EWT-DECL-ID (EW1).                       23
061341     MOVE EWV-AREA-TYPE     TO EWT-AREA-TYPE (EW1).                     23
061341     MOVE EWV-AREA-CODE     TO EWT-AREA-CODE (EW1).                     23
061341     MOVE EWV-WAIVER-TYPE   TO EWT-WAIVER-TYPE (EW1).                   23
061341     MOVE EWV-EFF-FROM      TO EWT-EFF-FROM (EW1).                      23
061341     MOVE EWV-EFF-THRU      TO EWT-EFF-THRU (EW1).                      23
061341 0166-EXIT.  EXIT.                                                      23
061341                                                                        23
061341*================================================================       23
061341*    PROCESSED-FILE REGISTRY CHECK.  THE PRESCAN HAS BUILT THE          32
061341*    HHAFILE FINGERPRINT; A PRODUCTION RUN LOOKS IT UP AMONG THE        32
061341*    FILES ALREADY PRICED TO COMPLETION (FILREGIN).  A MATCH            32
061341*    STOPS THE RUN WITH CONDITION CODE 16 AND NOTHING PRICED,           32
061341*    UNLESS OPERCMD CARRIES A RERUN CARD FROM AN OPERATOR WHO           32
061341*    HOLDS THE RERUN FUNCTION, NAMING THIS FILE'S RECORD COUNT.         32
061341*    RE-PRICING AND RECYCLE PASSES DO NOT READ HHAFILE AND ARE          32
061341*    NOT REGISTERED; TEST RUNS ARE REGISTERED BUT NEVER REFUSED         32
061341*================================================================       32
061341 0167-CHECK-FILE-REGISTRY.                                              32
061341     IF REPRICE-MODE OR RECYCLE-MODE                                    32
061341         GO TO 0167-EXIT.                                               32
061341                                                                        32
061341     MOVE 'Y' TO FRG-ACTIVE-SW.                                         32
061341     DISPLAY '-- HHAFILE FINGERPRINT RECORDS===> ' FRG-REC-COUNT.       32
061341     DISPLAY '-- HHAFILE NPI HASH TOTAL     ===> ' FRG-NPI-HASH.        32
061341     DISPLAY '-- HHAFILE PAYMENT HASH TOTAL ===> ' FRG-PAY-HASH.        32
061341     DISPLAY '-- HHAFILE DATE HASH TOTAL    ===> ' FRG-DATE-HASH.       32
061341                                                                        32
061341     IF FRG-REC-COUNT = 0                                               32
061341         MOVE 'EMPTY' TO FRG-OUTCOME                                    32
061341         GO TO 0167-EXIT.                                               32
061341     IF TEST-MODE                                                       32
061341         GO TO 0167-EXIT.                                               32
061341                                                                        32
061341     OPEN INPUT FILREGIN.                                               32
061341     IF FRI-STAT1 = '0' OR FRI-STAT1 = '9'                              32
061341         PERFORM 0168-SCAN-REGISTRY THRU 0168-EXIT                      32
061341                 UNTIL FRG-EOF-SW = 1 OR FRG-MATCHED                    32
061341         CLOSE FILREGIN.                                                32
061341                                                                        32
061341     IF NOT FRG-MATCHED                                                 32
061341         GO TO 0167-EXIT.                                               32
061341                                                                        32
061341     DISPLAY '** HHAFILE ALREADY PRICED - REGISTERED '                  32
061341             FRG-MATCH-DATE ' AT ' FRG-MATCH-TIME.                      32
061341     DISPLAY '** RECORDS ' FRG-REC-COUNT                                32
061341             '  FIRST CLAIM ' FRG-FIRST-NPI ' ' FRG-FIRST-HIC           32
061341             ' ' FRG-FIRST-FROM.                                        32
061341     DISPLAY '**                     LAST  CLAIM ' FRG-LAST-NPI         32
061341             ' ' FRG-LAST-HIC ' ' FRG-LAST-FROM.                        32
061341                                                                        32
061341     PERFORM 0169-CHECK-RERUN-CARD THRU 0169-EXIT.                      32
061341     IF FRG-RERUN-ACCEPTED                                              32
061341         MOVE 'RERUN' TO FRG-OUTCOME                                    32
061341         DISPLAY '-- OPERATOR RERUN ACCEPTED    ===> '                  32
061341                 FRG-RERUN-USER                                         32
061341         GO TO 0167-EXIT.                                               32
061341                                                                        32
061341     DISPLAY '** RUN STOPPED - A RESUBMITTED HHAFILE IS NOT '           32
061341             'PRICED TWICE'.                                            32
061341     DISPLAY '** TO PRICE IT AGAIN, DROP A RERUN CARD ON OPERCMD '      32
061341             'WITH RECORD COUNT ' FRG-REC-COUNT.                        32
061341     MOVE 'REFUSED' TO FRG-OUTCOME.                                     32
061341     PERFORM 1992-WRITE-FILE-REGISTRY THRU 1992-EXIT.                   32
061341     MOVE 'F' TO AUT-ACTION.                                            32
061341     CALL HHAUT213 USING AUTH-REQUEST.                                  32
061341     MOVE 16 TO RETURN-CODE.                                            32
061341     STOP RUN.                                                          32
061341 0167-EXIT.  EXIT.                                                      32
061341                                                                        32
061341 0168-SCAN-REGISTRY.                                                    32
061341     READ FILREGIN INTO FRG-ENTRY                                       32
061341         AT END                                                         32
061341             MOVE 1 TO FRG-EOF-SW                                       32
061341             GO TO 0168-EXIT.                                           32
061341                                                                        32
061341     IF FRE-RUN-MODE = 'T'                                              32
061341         GO TO 0168-EXIT.                                               32
061341     IF NOT FRE-PRICED-THROUGH                                          32
061341         GO TO 0168-EXIT.                                               32
061341     IF FRE-PRINT NOT = FRG-THIS-PRINT                                  32
061341         GO TO 0168-EXIT.                                               32
061341                                                                        32
061341     MOVE 'Y'          TO FRG-MATCH-SW.                                 32
061341     MOVE FRE-RUN-DATE TO FRG-MATCH-DATE.                               32
061341     MOVE FRE-RUN-TIME TO FRG-MATCH-TIME.                               32
061341 0168-EXIT.  EXIT.                                                      32
061341                                                                        32
061341*    THE RERUN CARD MUST NAME THIS FILE'S RECORD COUNT, SO A CARD       32
061341*    LEFT BEHIND FROM AN EARLIER RERUN DOES NOT WAVE THROUGH THE        32
061341*    NEXT DUPLICATE                                                     32
061341 0169-CHECK-RERUN-CARD.                                                 32
061341     OPEN INPUT OPERCMD.                                                32
061341     IF OPC-STAT1 NOT = '0' AND OPC-STAT1 NOT = '9'                     32
061341         GO TO 0169-EXIT.                                               32
061341     READ OPERCMD                                                       32
061341         AT END                                                         32
061341             CLOSE OPERCMD                                              32
061341             GO TO 0169-EXIT                                            32
061341     END-READ.                                                          32
061341     CLOSE OPERCMD.                                                     32
061341     IF OPC-COMMAND NOT = 'RERUN'                                       32
061341         GO TO 0169-EXIT.                                               32
061341                                                                        32
061341     IF OPC-RERUN-COUNT NOT NUMERIC                                     32
061341        OR OPC-RERUN-COUNT NOT = FRG-REC-COUNT                          32
061341         DISPLAY '** RERUN CARD RECORD COUNT ' OPC-RERUN-COUNT          32
061341                 ' DOES NOT MATCH THIS HHAFILE'                         32
061341         GO TO 0169-EXIT.                                               32
061341                                                                        32
061341     MOVE SPACES            TO AUTH-REQUEST.                            32
061341     MOVE 'C'               TO AUT-ACTION.                              32
061341     MOVE 'HHMGR213'        TO AUT-PROGRAM.                             32
061341     MOVE 'RERUN'           TO AUT-FUNCTION.                            32
061341     MOVE OPC-USER-ID       TO AUT-USER-ID.                             32
061341     MOVE FRG-REC-COUNT     TO AUT-DETAIL (1:9).                        32
061341     MOVE FRG-MATCH-DATE    TO AUT-DETAIL (11:8).                       32
061341     MOVE FRG-FIRST-HIC     TO AUT-DETAIL (20:12).                      32
061341     CALL HHAUT213 USING AUTH-REQUEST.                                  32
061341     IF NOT AUT-GRANTED                                                 32
061341         DISPLAY '** RERUN CARD REFUSED - ' OPC-USER-ID                 32
061341                 ' ' AUT-REASON                                         32
061341         GO TO 0169-EXIT.                                               32
061341                                                                        32
061341     MOVE 'Y'               TO FRG-RERUN-SW.                            32
061341     MOVE OPC-USER-ID       TO FRG-RERUN-USER.                          32
061341 0169-EXIT.  EXIT.                                                      32
061341                                                                        32
061341 0158A-CARRY-ONE-LINK.                                                  07
061341     IF CHL-CHOW-DATE (CX1) > RL-CURR-DATE                              07
061341         GO TO 0158A-NEXT.                                              07
061341                                                                        07
061341     SET OF1 TO 1.                                                      07
061341     SEARCH OFFSET-DATA VARYING OF1                                     07
061341         AT END                                                         07
061341             GO TO 0158A-NEXT                                           07
061341         WHEN OFF-PROV-NO (OF1) = CHL-PRED-CCN (CX1)                    07
061341             CONTINUE                                                   07
061341     END-SEARCH.                                                        07
061341     IF OFF-BALANCE (OF1) = 0                                           07
061341         GO TO 0158A-NEXT.                                              07
061341                                                                        07
061341     MOVE OFF-BALANCE (OF1) TO CHW-CARRY-AMT.                           07
061341     SET CHW-PRED-SUB TO OF1.                                           07
061341     SET OF1 TO 1.                                                      07
061341     SEARCH OFFSET-DATA VARYING OF1                                     07
061341         AT END                                                         07
061341             IF OFFSET-NEXT < 2000                                      07
061341                 ADD 1 TO OFFSET-NEXT                                   07
061341                 SET OF1 TO OFFSET-NEXT                                 07
061341                 MOVE CHL-SUCC-CCN (CX1) TO OFF-PROV-NO (OF1)           07
061341                 MOVE 0 TO OFF-OPEN-BAL (OF1)                           07
061341                 MOVE 0 TO OFF-BALANCE  (OF1)                           07
061341                 MOVE 0 TO OFF-ACCRUED  (OF1)                           07
061341                 MOVE 0 TO OFF-TAKEN    (OF1)                           07
061341             ELSE                                                       07
061341                 DISPLAY '** OFFSET LEDGER FULL - CHOW BALANCE '        07
061341                         'NOT CARRIED FOR ' CHL-PRED-CCN (CX1)          07
061341                 GO TO 0158A-NEXT                                       07
061341             END-IF                                                     07
061341         WHEN OFF-PROV-NO (OF1) = CHL-SUCC-CCN (CX1)                    07
061341             CONTINUE                                                   07
061341     END-SEARCH.                                                        07
061341                                                                        07
061341*    THE SUCCESSOR TAKES THE BALANCE ON THE SAME LINE IT LEFT           07
061341*    THE PREDECESSOR, SO BOTH LEDGER STATEMENTS STILL FOOT              07
061341     ADD CHW-CARRY-AMT TO OFF-BALANCE (OF1).                            07
061341     IF CHW-CARRY-PASS = 'O'                                            07
061341         ADD CHW-CARRY-AMT TO OFF-OPEN-BAL (OF1)                        07
061341         ADD CHW-CARRY-AMT TO CHL-OPEN-CARRIED (CX1)                    07
061341     ELSE                                                               07
061341         ADD CHW-CARRY-AMT TO OFF-ACCRUED (OF1)                         07
061341         ADD CHW-CARRY-AMT TO CHL-RUN-CARRIED (CX1).                    07
061341     SET OF1 TO CHW-PRED-SUB.                                           07
061341     MOVE 0 TO OFF-BALANCE (OF1).                                       07
061341     IF CHW-CARRY-PASS = 'O'                                            07
061341         SUBTRACT CHW-CARRY-AMT FROM OFF-OPEN-BAL (OF1)                 07
061341     ELSE                                                               07
061341         SUBTRACT CHW-CARRY-AMT FROM OFF-ACCRUED (OF1).                 07
061341     ADD CHW-CARRY-AMT TO CHOW-CARRIED-TOTAL.                           07
061341 0158A-NEXT.                                                            07
061341     SET CX1 UP BY 1.                                                   07
061341 0158A-EXIT.  EXIT.                                                     07
061341
061341*================================================================
061341*    A NEGATIVE NET ADJUSTMENT POSTS AS A RECEIVABLE; A NEW
061341             ADD WK-ACCRUAL-AMT TO OFF-ACCRUED (OF1)
061341     END-SEARCH.
061341 1169A-EXIT.  EXIT.
061341                                                                        31
061341*================================================================       31
061341*    EVERY CLAIM LEAVES IN THE VERSION 3 LAYOUT - STAMP THE             31
061341*    VERSION AND FILL THE CARRIED EXTENSION FIELDS                      31
061341*================================================================       31
061341 1169B-STAMP-VERSION-3.                                                 31
061341     MOVE '3' TO HHA-REC-VERSION.                                       31
061341     IF HHA-BILLED-PROV-NO = SPACES                                     31
061341         MOVE HHA-PROV-NO TO HHA-BILLED-PROV-NO.                        31
061341     MOVE HHA-TOTAL-PAYMENT TO HHA-SEQ-PAYABLE-AMT.                     31
061341     IF HHA-SEQUESTRATION-AMT NUMERIC                                   31
061341        AND HHA-SEQUESTRATION-AMT NOT > HHA-TOTAL-PAYMENT               31
061341         SUBTRACT HHA-SEQUESTRATION-AMT FROM HHA-SEQ-PAYABLE-AMT.       31
061341 1169B-EXIT.  EXIT.                                                     31
061341
061341*================================================================
061341*    ROLL THE LEDGER FORWARD AND PRINT ONE STATEMENT LINE PER
061341*    TELEHEALTH UTILIZATION - REVENUE 078X LINES ARE ACCEPTED
061341*    BUT NOT SEPARATELY PAYABLE; THEIR VISITS AND UNITS ROLL UP
061341*    HERE BY PROVIDER SO WE FINALLY SEE THE VIRTUAL CARE OUR
061341*    AGENCIES DELIVER.  (THE 1000-BYTE RECORD CARRIES NO HCPCS,         31
061341*    SO THE BREAKDOWN IS BY PROVIDER AND REVENUE CATEGORY, NOT
061341*    BY INDIVIDUAL DISCIPLINE CODE)
061341*================================================================
061341     IF TEL-STAT1 > 0 DISPLAY ' BADT WRITE ON TELERPT FILE'.
061341     SET TL1 UP BY 1.
061341 1979A-EXIT.  EXIT.
061341                                                                        00
061341*================================================================       00
061341*    HOSPICE ELECTION OVERLAP - HHDRV213 HANDS BACK THE HOSPICE         00
061341*    PROVIDER AND OVERLAPPING DAYS; THE PERIOD IS REPORTED ONLY         00
061341*    WHEN RTC 58 ACTUALLY POSTED (AN EDITCTL-DISABLED EDIT              00
061341*    LEAVES NO TRACE).  A REJECTED PERIOD AND A WARNED ONE              00
061341*    (RELATED-CONDITION EXCEPTION, PRICED AND PAID) ARE TOLD            00
061341*    APART BY THE SETTLED RTC                                           00
061341*================================================================       00
061341 1173-CHECK-HOSP-OVERLAP.                                               00
061341     MOVE 'N' TO HSR-FOUND-SW.                                          00
061341     PERFORM 1173B-SCAN-EDIT-LIST THRU 1173B-EXIT                       00
061341         VARYING HSR-SCAN FROM 1 BY 1 UNTIL HSR-SCAN > 5.               00
061341     IF NOT HSR-RTC-ON-LIST                                             00
061341         GO TO 1173-EXIT.                                               00
061341                                                                        00
061341     MOVE HHA-HIC             TO HSR-HIC.                               00
061341     MOVE HHA-PROV-NO         TO HSR-PROV.                              00
061341     MOVE HHA-SERV-FROM-DATE  TO HSR-FROM.                              00
061341     MOVE HHA-SERV-THRU-DATE  TO HSR-THRU.                              00
061341     MOVE HOSP-OVLP-PROV-NO   TO HSR-HOSP-PROV.                         00
061341     MOVE HOSP-OVLP-DAYS      TO HSR-DAYS.                              00
061341     ADD  HOSP-OVLP-DAYS      TO HSR-DAYS-TOTAL.                        00
061341     IF HHA-RTC-PAYABLE                                                 00
061341         MOVE HHA-TOTAL-PAYMENT TO HSR-PAID                             00
061341         MOVE 'WARNED - PAID' TO HSR-ACTION                             00
061341         ADD 1 TO HSR-WARN-CTR                                          00
061341     ELSE                                                               00
061341         MOVE 0                TO HSR-PAID                              00
061341         MOVE 'REJECTED'       TO HSR-ACTION                            00
061341         ADD 1 TO HSR-REJECT-CTR.                                       00
061341     PERFORM 1173A-WRITE-HOSPRPT THRU 1173A-EXIT.                       00
061341 1173-EXIT.  EXIT.                                                      00
061341                                                                        00
061341 1173A-WRITE-HOSPRPT.                                                   00
061341     IF HSR-LINE-CTR > 54                                               00
061341         PERFORM 1373-HSR-HEADINGS THRU 1373-EXIT.                      00
061341     WRITE HOSPRPT-LINE FROM HSR-DETAIL-LINE                            00
061341                             AFTER ADVANCING 1.                         00
061341     IF HSR-STAT1 > 0 DISPLAY ' BADH WRITE ON HOSPRPT FILE'.            00
061341     ADD 1 TO HOSPRPT-CTR.                                              00
061341     ADD 1 TO HSR-LINE-CTR.                                             00
061341 1173A-EXIT.  EXIT.                                                     00
061341                                                                        00
061341 1173B-SCAN-EDIT-LIST.                                                  00
061341     IF HHA-EDIT-RTC (HSR-SCAN) = 58                                    00
061341         MOVE 'Y' TO HSR-FOUND-SW.                                      00
061341 1173B-EXIT.  EXIT.                                                     00
061341                                                                        00
061341 1373-HSR-HEADINGS.                                                     00
061341     WRITE HOSPRPT-LINE FROM HSR-HEAD1                                  00
061341                             AFTER ADVANCING PAGE.                      00
061341     IF HSR-STAT1 > 0 DISPLAY ' BADH WRITE ON HOSPRPT FILE'.            00
061341     WRITE HOSPRPT-LINE FROM HSR-HEAD2                                  00
061341                             AFTER ADVANCING 2.                         00
061341     MOVE ALL '-' TO HOSPRPT-LINE.                                      00
061341     WRITE HOSPRPT-LINE AFTER ADVANCING 1.                              00
061341     MOVE 5 TO HSR-LINE-CTR.                                            00
061341 1373-EXIT.  EXIT.                                                      00
061341                                                                        00
061341 1981-HOSP-SUMMARY.                                                     00
061341     IF HOSPRPT-CTR = 0                                                 00
061341         GO TO 1981-EXIT.                                               00
061341     MOVE HSR-REJECT-CTR TO HSR-SUMM-REJECT.                            00
061341     MOVE HSR-WARN-CTR   TO HSR-SUMM-WARN.                              00
061341     MOVE HSR-DAYS-TOTAL TO HSR-SUMM-DAYS.                              00
061341     WRITE HOSPRPT-LINE FROM HSR-SUMM-LINE                              00
061341                             AFTER ADVANCING 2.                         00
061341     IF HSR-STAT1 > 0 DISPLAY ' BADH WRITE ON HOSPRPT FILE'.            00
061341 1981-EXIT.  EXIT.                                                      00
061341                                                                        00
061341*================================================================       00
061341*    ADMISSION SOURCE VERIFICATION - HHDRV213 FLAGS A PRICED            01
061341*    CLAIM WHOSE HRG POSITION 1 THE DISCHARGE FEED CONTRADICTS          01
061341*    AND RETURNS THE OTHER-SOURCE WEIGHT; THE DOLLAR DIFFERENCE         01
061341*    SCALES THE HRG PAYMENT BY THE WEIGHT GAP.  EACH FINDING            01
061341*    LISTS AS IT IS PRICED AND SUBTOTALS BY PROVIDER AT THE END         01
061341*================================================================       01
061341 1174-WRITE-ADMS-FINDING.                                               01
061341     MOVE HHA-HRG-INPUT-CODE TO ASR-ALT-HRG.                            01
061341     IF HHA-HRG-INPUT-CODE (1:1) = '1'                                  01
061341         MOVE '2' TO ASR-ALT-HRG (1:1).                                 01
061341     IF HHA-HRG-INPUT-CODE (1:1) = '2'                                  01
061341         MOVE '1' TO ASR-ALT-HRG (1:1).                                 01
061341     IF HHA-HRG-INPUT-CODE (1:1) = '3'                                  01
061341         MOVE '4' TO ASR-ALT-HRG (1:1).                                 01
061341     IF HHA-HRG-INPUT-CODE (1:1) = '4'                                  01
061341         MOVE '3' TO ASR-ALT-HRG (1:1).                                 01
061341                                                                        01
061341     MOVE 0 TO ASR-DOLLAR-DIFF.                                         01
061341     IF HHA-HRG-WGTS > 0 AND ADM-ALT-HRG-WGTS > 0                       01
061341         COMPUTE ASR-DOLLAR-DIFF ROUNDED =                              01
061341                 HHA-HRG-PAY * (HHA-HRG-WGTS - ADM-ALT-HRG-WGTS)        01
061341                 / HHA-HRG-WGTS                                         01
061341         END-COMPUTE.                                                   01
061341                                                                        01
061341     MOVE HHA-HIC             TO ADL-HIC.                               01
061341     MOVE HHA-PROV-NO         TO ADL-PROV.                              01
061341     MOVE HHA-SERV-FROM-DATE  TO ADL-FROM.                              01
061341     MOVE HHA-HRG-INPUT-CODE  TO ADL-BILLED-HRG.                        01
061341     MOVE HHA-HRG-WGTS        TO ADL-BILLED-WGT.                        01
061341     MOVE ASR-ALT-HRG         TO ADL-ALT-HRG.                           01
061341     MOVE ADM-ALT-HRG-WGTS    TO ADL-ALT-WGT.                           01
061341     MOVE ASR-DOLLAR-DIFF     TO ADL-DOLLAR-DIFF.                       01
061341     IF ADM-SRC-FLAG = 'I'                                              01
061341         MOVE 'INSTITUTIONAL - NO DISCHARGE' TO ADL-FINDING             01
061341         ADD 1 TO ASR-INSTIT-CTR                                        01
061341     ELSE                                                               01
061341         MOVE 'COMMUNITY - DISCHARGE FOUND' TO ADL-FINDING              01
061341         ADD 1 TO ASR-COMMUN-CTR.                                       01
061341     ADD ASR-DOLLAR-DIFF TO ASR-TOTAL-DIFF.                             01
061341                                                                        01
061341     IF ASR-LINE-CTR > 54                                               01
061341         PERFORM 1374-ASR-HEADINGS THRU 1374-EXIT.                      01
061341     WRITE ADMSRPT-LINE FROM ASR-DETAIL-LINE                            01
061341                             AFTER ADVANCING 1.                         01
061341     IF ASR-STAT1 > 0 DISPLAY ' BADA WRITE ON ADMSRPT FILE'.            01
061341     ADD 1 TO ADMSRPT-CTR.                                              01
061341     ADD 1 TO ASR-LINE-CTR.                                             01
061341                                                                        01
061341     SET AP1 TO 1.                                                      01
061341     SEARCH ASR-PROV-DATA VARYING AP1                                   01
061341         AT END                                                         01
061341             IF ASR-PROV-NEXT < 2000                                    01
061341                 ADD 1 TO ASR-PROV-NEXT                                 01
061341                 SET AP1 TO ASR-PROV-NEXT                               01
061341                 MOVE HHA-PROV-NO     TO ASP-PROV-NO (AP1)              01
061341                 MOVE 0               TO ASP-INSTIT-CTR (AP1)           01
061341                                         ASP-COMMUN-CTR (AP1)           01
061341                 MOVE ASR-DOLLAR-DIFF TO ASP-DOLLAR-DIFF (AP1)          01
061341                 PERFORM 1174A-COUNT-PROV-FINDING THRU 1174A-EXIT       01
061341             END-IF                                                     01
061341         WHEN ASP-PROV-NO (AP1) = HHA-PROV-NO                           01
061341             ADD ASR-DOLLAR-DIFF TO ASP-DOLLAR-DIFF (AP1)               01
061341             PERFORM 1174A-COUNT-PROV-FINDING THRU 1174A-EXIT           01
061341     END-SEARCH.                                                        01
061341 1174-EXIT.  EXIT.                                                      01
061341                                                                        01
061341 1174A-COUNT-PROV-FINDING.                                              01
061341     IF ADM-SRC-FLAG = 'I'                                              01
061341         ADD 1 TO ASP-INSTIT-CTR (AP1)                                  01
061341     ELSE                                                               01
061341         ADD 1 TO ASP-COMMUN-CTR (AP1).                                 01
061341 1174A-EXIT.  EXIT.                                                     01
061341                                                                        01
061341 1374-ASR-HEADINGS.                                                     01
061341     WRITE ADMSRPT-LINE FROM ASR-HEAD1                                  01
061341                             AFTER ADVANCING PAGE.                      01
061341     IF ASR-STAT1 > 0 DISPLAY ' BADA WRITE ON ADMSRPT FILE'.            01
061341     WRITE ADMSRPT-LINE FROM ASR-HEAD2                                  01
061341                             AFTER ADVANCING 2.                         01
061341     MOVE ALL '-' TO ADMSRPT-LINE.                                      01
061341     WRITE ADMSRPT-LINE AFTER ADVANCING 1.                              01
061341     MOVE 5 TO ASR-LINE-CTR.                                            01
061341 1374-EXIT.  EXIT.                                                      01
061341                                                                        01
061341 1982-ADMS-SUMMARY.                                                     01
061341     IF ADMSRPT-CTR = 0                                                 01
061341         GO TO 1982-EXIT.                                               01
061341     WRITE ADMSRPT-LINE FROM ASR-HEAD1                                  01
061341                             AFTER ADVANCING PAGE.                      01
061341     WRITE ADMSRPT-LINE FROM ASR-PROV-HEAD                              01
061341                             AFTER ADVANCING 2.                         01
061341     MOVE ALL '-' TO ADMSRPT-LINE.                                      01
061341     WRITE ADMSRPT-LINE AFTER ADVANCING 1.                              01
061341     SET AP1 TO 1.                                                      01
061341     PERFORM 1982A-WRITE-ONE-PROV THRU 1982A-EXIT                       01
061341             ASR-PROV-NEXT TIMES.                                       01
061341                                                                        01
061341     MOVE ALL '-' TO ADMSRPT-LINE.                                      01
061341     WRITE ADMSRPT-LINE AFTER ADVANCING 1.                              01
061341     MOVE 'TOTAL '       TO APL-PROV.                                   01
061341     MOVE ASR-INSTIT-CTR TO APL-INSTIT.                                 01
061341     MOVE ASR-COMMUN-CTR TO APL-COMMUN.                                 01
061341     MOVE ASR-TOTAL-DIFF TO APL-DOLLAR-DIFF.                            01
061341     WRITE ADMSRPT-LINE FROM ASR-PROV-LINE                              01
061341                             AFTER ADVANCING 1.                         01
061341     IF ASR-STAT1 > 0 DISPLAY ' BADA WRITE ON ADMSRPT FILE'.            01
061341 1982-EXIT.  EXIT.                                                      01
061341                                                                        01
061341 1982A-WRITE-ONE-PROV.                                                  01
061341     MOVE ASP-PROV-NO (AP1)     TO APL-PROV.                            01
061341     MOVE ASP-INSTIT-CTR (AP1)  TO APL-INSTIT.                          01
061341     MOVE ASP-COMMUN-CTR (AP1)  TO APL-COMMUN.                          01
061341     MOVE ASP-DOLLAR-DIFF (AP1) TO APL-DOLLAR-DIFF.                     01
061341     WRITE ADMSRPT-LINE FROM ASR-PROV-LINE                              01
061341                             AFTER ADVANCING 1.                         01
061341     IF ASR-STAT1 > 0 DISPLAY ' BADA WRITE ON ADMSRPT FILE'.            01
061341     SET AP1 UP BY 1.                                                   01
061341 1982A-EXIT.  EXIT.                                                     01
061341                                                                        01
061341*================================================================       01
061341*    QRP NON-COMPLIANCE MISMATCH - HHDRV213 CHANGED THE CLAIM'S         03
061341*    QRP INDICATOR TO AGREE WITH THE NON-COMPLIANCE LIST AND            03
061341*    0205 PRICED IT AGAIN AS SUBMITTED.  EACH MISMATCH LISTS AS         03
061341*    IT IS WRITTEN AND SUBTOTALS BY PROVIDER AT THE END                 03
061341*================================================================       03
061341 1175-WRITE-QRP-MISMATCH.                                               03
061341     COMPUTE QRR-DOLLAR-EFFECT = QRR-LIST-PAY - QRR-SUBMIT-PAY.         03
061341                                                                        03
061341     MOVE HHA-HIC                    TO QDL-HIC.                        03
061341     MOVE HHA-PROV-NO                TO QDL-PROV.                       03
061341     MOVE HHA-SERV-THRU-DATE         TO QDL-THRU.                       03
061341     MOVE QRR-SUBMIT-IND             TO QDL-SUBMIT-IND.                 03
061341     MOVE HHA-INIT-PAY-QRP-INDICATOR TO QDL-APPLIED-IND.                03
061341     MOVE QRR-LIST-PAY               TO QDL-LIST-PAY.                   03
061341     MOVE QRR-SUBMIT-PAY             TO QDL-SUBMIT-PAY.                 03
061341     MOVE QRR-DOLLAR-EFFECT          TO QDL-DOLLAR-EFFECT.              03
061341     IF QRP-LIST-SW = 'N'                                               03
061341         MOVE 'LISTED NON-COMPLIANT - REDUCED' TO QDL-FINDING           03
061341         ADD 1 TO QRR-REDUCED-CTR                                       03
061341     ELSE                                                               03
061341         MOVE 'NOT LISTED - FULL RATE' TO QDL-FINDING                   03
061341         ADD 1 TO QRR-FULL-CTR.                                         03
061341     ADD QRR-DOLLAR-EFFECT TO QRR-TOTAL-EFFECT.                         03
061341                                                                        03
061341     IF QRR-LINE-CTR > 54                                               03
061341         PERFORM 1376-QRR-HEADINGS THRU 1376-EXIT.                      03
061341     WRITE QRPRPT-LINE FROM QRR-DETAIL-LINE                             03
061341                             AFTER ADVANCING 1.                         03
061341     IF QRR-STAT1 > 0 DISPLAY ' BADQ WRITE ON QRPRPT FILE'.             03
061341     ADD 1 TO QRPRPT-CTR.                                               03
061341     ADD 1 TO QRR-LINE-CTR.                                             03
061341                                                                        03
061341     SET QP1 TO 1.                                                      03
061341     SEARCH QRR-PROV-DATA VARYING QP1                                   03
061341         AT END                                                         03
061341             IF QRR-PROV-NEXT < 2000                                    03
061341                 ADD 1 TO QRR-PROV-NEXT                                 03
061341                 SET QP1 TO QRR-PROV-NEXT                               03
061341                 MOVE HHA-PROV-NO       TO QRS-PROV-NO (QP1)            03
061341                 MOVE 0                 TO QRS-REDUCED-CTR (QP1)        03
061341                                           QRS-FULL-CTR (QP1)           03
061341                 MOVE QRR-DOLLAR-EFFECT TO QRS-DOLLAR-EFFECT (QP1)      03
061341                 PERFORM 1175A-COUNT-PROV-QRP THRU 1175A-EXIT           03
061341             END-IF                                                     03
061341         WHEN QRS-PROV-NO (QP1) = HHA-PROV-NO                           03
061341             ADD QRR-DOLLAR-EFFECT TO QRS-DOLLAR-EFFECT (QP1)           03
061341             PERFORM 1175A-COUNT-PROV-QRP THRU 1175A-EXIT               03
061341     END-SEARCH.                                                        03
061341 1175-EXIT.  EXIT.                                                      03
061341                                                                        03
061341 1175A-COUNT-PROV-QRP.                                                  03
061341     IF QRP-LIST-SW = 'N'                                               03
061341         ADD 1 TO QRS-REDUCED-CTR (QP1)                                 03
061341     ELSE                                                               03
061341         ADD 1 TO QRS-FULL-CTR (QP1).                                   03
061341 1175A-EXIT.  EXIT.                                                     03
061341                                                                        03
061341 1376-QRR-HEADINGS.                                                     03
061341     WRITE QRPRPT-LINE FROM QRR-HEAD1                                   03
061341                             AFTER ADVANCING PAGE.                      03
061341     IF QRR-STAT1 > 0 DISPLAY ' BADQ WRITE ON QRPRPT FILE'.             03
061341     WRITE QRPRPT-LINE FROM QRR-HEAD2                                   03
061341                             AFTER ADVANCING 2.                         03
061341     MOVE ALL '-' TO QRPRPT-LINE.                                       03
061341     WRITE QRPRPT-LINE AFTER ADVANCING 1.                               03
061341     MOVE 5 TO QRR-LINE-CTR.                                            03
061341 1376-EXIT.  EXIT.                                                      03
061341                                                                        03
061341 1983-QRP-SUMMARY.                                                      03
061341     IF QRPRPT-CTR = 0                                                  03
061341         GO TO 1983-EXIT.                                               03
061341     WRITE QRPRPT-LINE FROM QRR-HEAD1                                   03
061341                             AFTER ADVANCING PAGE.                      03
061341     WRITE QRPRPT-LINE FROM QRR-PROV-HEAD                               03
061341                             AFTER ADVANCING 2.                         03
061341     MOVE ALL '-' TO QRPRPT-LINE.                                       03
061341     WRITE QRPRPT-LINE AFTER ADVANCING 1.                               03
061341     SET QP1 TO 1.                                                      03
061341     PERFORM 1983A-WRITE-ONE-PROV THRU 1983A-EXIT                       03
061341             QRR-PROV-NEXT TIMES.                                       03
061341                                                                        03
061341     MOVE ALL '-' TO QRPRPT-LINE.                                       03
061341     WRITE QRPRPT-LINE AFTER ADVANCING 1.                               03
061341     MOVE 'TOTAL '         TO QPL-PROV.                                 03
061341     MOVE QRR-REDUCED-CTR  TO QPL-REDUCED.                              03
061341     MOVE QRR-FULL-CTR     TO QPL-FULL.                                 03
061341     MOVE QRR-TOTAL-EFFECT TO QPL-DOLLAR-EFFECT.                        03
061341     WRITE QRPRPT-LINE FROM QRR-PROV-LINE                               03
061341                             AFTER ADVANCING 1.                         03
061341     IF QRR-STAT1 > 0 DISPLAY ' BADQ WRITE ON QRPRPT FILE'.             03
061341 1983-EXIT.  EXIT.                                                      03
061341                                                                        03
061341 1983A-WRITE-ONE-PROV.                                                  03
061341     MOVE QRS-PROV-NO (QP1)       TO QPL-PROV.                          03
061341     MOVE QRS-REDUCED-CTR (QP1)   TO QPL-REDUCED.                       03
061341     MOVE QRS-FULL-CTR (QP1)      TO QPL-FULL.                          03
061341     MOVE QRS-DOLLAR-EFFECT (QP1) TO QPL-DOLLAR-EFFECT.                 03
061341     WRITE QRPRPT-LINE FROM QRR-PROV-LINE                               03
061341                             AFTER ADVANCING 1.                         03
061341     IF QRR-STAT1 > 0 DISPLAY ' BADQ WRITE ON QRPRPT FILE'.             03
061341     SET QP1 UP BY 1.                                                   03
061341 1983A-EXIT.  EXIT.                                                     03
061341*================================================================       03
061341*    A CLAIM HHDRV213 ROUTED ACROSS A CHANGE OF OWNERSHIP - THE         07
061341*    BILLED CCN AGAINST THE OWNER ON THE PERIOD'S FROM-DATE             07
061341*================================================================       07
061341 1176-WRITE-CHOW-ROUTED.                                                07
061341     ADD 1 TO CHOW-ROUTED-CTR.                                          07
061341     MOVE SPACES                 TO CHR-DETAIL-LINE.                    07
061341     MOVE HHA-HIC                TO CDL-HIC.                            07
061341     MOVE CHW-BILLED-PROV        TO CDL-BILLED.                         07
061341     MOVE HHA-PROV-NO            TO CDL-OWNER.                          07
061341     MOVE HHA-SERV-FROM-DATE     TO CDL-FROM.                           07
061341     MOVE HHA-SERV-THRU-DATE     TO CDL-THRU.                           07
061341     MOVE HHA-PAY-RTC            TO CDL-RTC.                            07
061341     MOVE HHA-TOTAL-PAYMENT      TO CDL-PAYMENT.                        07
061341     MOVE 'ROUTED TO PREDECESSOR' TO CDL-ACTION.                        07
061341     SET CX1 TO 1.                                                      07
061341     SEARCH CHOW-LINK-DATA VARYING CX1                                  07
061341         AT END                                                         07
061341             CONTINUE                                                   07
061341         WHEN CHL-PRED-CCN (CX1) = CHW-BILLED-PROV                      07
061341             MOVE 'ROUTED TO SUCCESSOR' TO CDL-ACTION                   07
061341     END-SEARCH.                                                        07
061341     PERFORM 1176A-WRITE-CHOW-LINE THRU 1176A-EXIT.                     07
061341 1176-EXIT.  EXIT.                                                      07
061341*================================================================       07
061341*    APPLY AN ANALYST OVERRIDE TO THE SETTLED CLAIM - THE               11
061341*    DIRECTED AMOUNT IS ALL-INCLUSIVE, SO IT BECOMES THE TOTAL          11
061341*    AND THE OUTLIER IS CLEARED; THE CALCULATED AMOUNTS GO TO           11
061341*    THE OVRAUDIT TRAIL.  ONLY A PAYABLE, NON-INFORMATIONAL FINAL       11
061341*    CLAIM OR ADJUSTMENT CAN BE OVERRIDDEN                              11
061341*================================================================       11
061341 1177-APPLY-OVERRIDE.                                                   11
061341     SET OV1 TO 1.                                                      11
061341     SEARCH OVR-DATA                                                    11
061341         AT END                                                         11
061341             GO TO 1177-EXIT                                            11
061341         WHEN OVR-NPI (OV1) = HHA-NPI                                   11
061341          AND OVR-HIC (OV1) = HHA-HIC                                   11
061341          AND OVR-FROM-DATE (OV1) = HHA-SERV-FROM-DATE                  11
061341          AND OVR-DCN (OV1) = HHA-DCN                                   11
061341             CONTINUE                                                   11
061341     END-SEARCH.                                                        11
061341                                                                        11
061341     MOVE SPACES TO OVR-REFUSE-TEXT.                                    11
061341     IF OVR-USED-SW (OV1) = 'Y'                                         11
061341         MOVE 'ALREADY APPLIED'      TO OVR-REFUSE-TEXT                 11
061341     ELSE                                                               11
061341     IF HHA-ADJ-IS-CANCEL                                               11
061341         MOVE 'CANCEL TRANSACTION'   TO OVR-REFUSE-TEXT                 11
061341     ELSE                                                               11
061341     IF NOT HHA-TOB-IS-CLAIM                                            11
061341         MOVE 'NOT A FINAL CLAIM'    TO OVR-REFUSE-TEXT                 11
061341     ELSE                                                               11
061341     IF HHA-IS-INFORMATIONAL                                            11
061341         MOVE 'INFORMATIONAL CLAIM'  TO OVR-REFUSE-TEXT                 11
061341     ELSE                                                               11
061341     IF NOT HHA-RTC-PAYABLE                                             11
061341         MOVE 'CLAIM NOT PAYABLE'    TO OVR-REFUSE-TEXT.                11
061341     MOVE 'Y' TO OVR-USED-SW (OV1).                                     11
061341                                                                        11
061341     PERFORM 1177A-FORMAT-OVRAUDIT THRU 1177A-EXIT.                     11
061341     MOVE HHA-PROV-NO            TO OVA-PROV-NO.                        11
061341     MOVE HHA-CONTRACT-CODE      TO OVA-CONTRACT-CODE.                  11
061341     MOVE HHA-ADJ-IND            TO OVA-ADJ-IND.                        11
061341     MOVE HHA-PAY-RTC            TO OVA-PAY-RTC.                        11
061341     MOVE HHA-TOTAL-PAYMENT      TO OVA-CALC-TOTAL.                     11
061341     MOVE HHA-OUTLIER-PAYMENT    TO OVA-CALC-OUTLIER.                   11
061341     IF OVR-REFUSE-TEXT NOT = SPACES                                    11
061341         MOVE 'R'                TO OVA-STATUS                          11
061341         MOVE OVR-REFUSE-TEXT    TO OVA-STATUS-TEXT                     11
061341         ADD 1 TO OVR-REFUSED-CTR                                       11
061341         PERFORM 1177B-WRITE-OVRAUDIT THRU 1177B-EXIT                   11
061341         GO TO 1177-EXIT.                                               11
061341                                                                        11
061341     MOVE OVR-DIRECTED-PAY (OV1) TO HHA-TOTAL-PAYMENT.                  11
061341     MOVE 0                      TO HHA-OUTLIER-PAYMENT.                11
061341     MOVE 'M'                    TO HHA-CLAIM-CLASS.                    11
061341     IF HHA-ADJ-IS-ADJUSTMENT                                           11
061341         COMPUTE HHA-NET-ADJ-AMT =                                      11
061341             HHA-TOTAL-PAYMENT - HHA-ORIG-TOTAL-PAYMENT.                11
061341     MOVE 'A'                    TO OVA-STATUS.                         11
061341     MOVE 'APPLIED'              TO OVA-STATUS-TEXT.                    11
061341     ADD 1 TO OVR-APPLIED-CTR.                                          11
061341     PERFORM 1177B-WRITE-OVRAUDIT THRU 1177B-EXIT.                      11
061341 1177-EXIT.  EXIT.                                                      11
061341                                                                        11
061341 1177A-FORMAT-OVRAUDIT.                                                 11
061341     MOVE SPACES                    TO OVRAUDIT-REC.                    11
061341     MOVE RL-CURR-DATE              TO OVA-RUN-DATE.                    11
061341     MOVE OVR-NPI (OV1)             TO OVA-NPI.                         11
061341     MOVE OVR-HIC (OV1)             TO OVA-HIC.                         11
061341     MOVE OVR-FROM-DATE (OV1)       TO OVA-FROM-DATE.                   11
061341     MOVE OVR-DCN (OV1)             TO OVA-DCN.                         11
061341     MOVE 0                         TO OVA-CALC-TOTAL.                  11
061341     MOVE 0                         TO OVA-CALC-OUTLIER.                11
061341     MOVE OVR-DIRECTED-PAY (OV1)    TO OVA-DIRECTED-PAY.                11
061341     MOVE OVR-REASON (OV1)          TO OVA-REASON.                      11
061341     MOVE OVR-MAKER-ID (OV1)        TO OVA-MAKER-ID.                    11
061341     MOVE OVR-MAKER-DATE (OV1)      TO OVA-MAKER-DATE.                  11
061341     MOVE OVR-CHECKER-ID (OV1)      TO OVA-CHECKER-ID.                  11
061341     MOVE OVR-CHECKER-DATE (OV1)    TO OVA-CHECKER-DATE.                11
061341 1177A-EXIT.  EXIT.                                                     11
061341                                                                        11
061341 1177B-WRITE-OVRAUDIT.                                                  11
061341     WRITE OVRAUDIT-REC.                                                11
061341     IF OVA-STAT1 > 0 DISPLAY ' BADV WRITE ON OVRAUDIT FILE'.           11
061341     ADD 1 TO OVRAUDIT-CTR.                                             11
061341 1177B-EXIT.  EXIT.                                                     11
061341                                                                        11
061341 1176A-WRITE-CHOW-LINE.                                                 07
061341     IF CHR-LINE-CTR > 54                                               07
061341         PERFORM 1377-CHR-HEADINGS THRU 1377-EXIT.                      07
061341     WRITE CHOWRPT-LINE FROM CHR-DETAIL-LINE                            07
061341                             AFTER ADVANCING 1.                         07
061341     IF CHR-STAT1 > 0 DISPLAY ' BADW WRITE ON CHOWRPT FILE'.            07
061341     ADD 1 TO CHOWRPT-CTR.                                              07
061341     ADD 1 TO CHR-LINE-CTR.                                             07
061341 1176A-EXIT.  EXIT.                                                     07
061341                                                                        07
061341 1377-CHR-HEADINGS.                                                     07
061341     WRITE CHOWRPT-LINE FROM CHR-HEAD1                                  07
061341                             AFTER ADVANCING PAGE.                      07
061341     IF CHR-STAT1 > 0 DISPLAY ' BADW WRITE ON CHOWRPT FILE'.            07
061341     WRITE CHOWRPT-LINE FROM CHR-HEAD2                                  07
061341                             AFTER ADVANCING 2.                         07
061341     MOVE ALL '-' TO CHOWRPT-LINE.                                      07
061341     WRITE CHOWRPT-LINE AFTER ADVANCING 1.                              07
061341     MOVE 5 TO CHR-LINE-CTR.                                            07
061341 1377-EXIT.  EXIT.                                                      07
061341                                                                        07
061341*================================================================       07
061341*    END OF JOB - THE LEDGER BALANCES CARRIED ACROSS EACH CHANGE        07
061341*    OF OWNERSHIP, THEN THE RUN'S CHOW COUNTS                           07
061341*================================================================       07
061341 1984-CHOW-SUMMARY.                                                     07
061341     IF CHOWRPT-CTR = 0 AND CHOW-CARRIED-TOTAL = 0                      07
061341         GO TO 1984-EXIT.                                               07
061341     WRITE CHOWRPT-LINE FROM CHR-HEAD1                                  07
061341                             AFTER ADVANCING PAGE.                      07
061341     WRITE CHOWRPT-LINE FROM CHR-LEDG-HEAD                              07
061341                             AFTER ADVANCING 2.                         07
061341     MOVE ALL '-' TO CHOWRPT-LINE.                                      07
061341     WRITE CHOWRPT-LINE AFTER ADVANCING 1.                              07
061341     SET CX1 TO 1.                                                      07
061341     PERFORM 1984A-WRITE-ONE-LINK THRU 1984A-EXIT                       07
061341             CHOW-NEXT TIMES.                                           07
061341                                                                        07
061341     MOVE CHOW-ROUTED-CTR    TO CHR-SUMM-ROUTED.                        07
061341     MOVE CHOW-JOINED-CTR    TO CHR-SUMM-JOINED.                        07
061341     MOVE CHOW-CARRIED-TOTAL TO CHR-SUMM-CARRIED.                       07
061341     WRITE CHOWRPT-LINE FROM CHR-SUMM-LINE                              07
061341                             AFTER ADVANCING 2.                         07
061341     IF CHR-STAT1 > 0 DISPLAY ' BADW WRITE ON CHOWRPT FILE'.            07
061341 1984-EXIT.  EXIT.                                                      07
061341                                                                        07
061341 1984A-WRITE-ONE-LINK.                                                  07
061341     IF CHL-OPEN-CARRIED (CX1) = 0 AND CHL-RUN-CARRIED (CX1) = 0        07
061341         GO TO 1984A-NEXT.                                              07
061341     MOVE CHL-PRED-CCN (CX1)     TO CLL-PRED.                           07
061341     MOVE CHL-SUCC-CCN (CX1)     TO CLL-SUCC.                           07
061341     MOVE CHL-CHOW-DATE (CX1)    TO CLL-CHOW-DATE.                      07
061341     MOVE CHL-OPEN-CARRIED (CX1) TO CLL-OPEN-CARRIED.                   07
061341     MOVE CHL-RUN-CARRIED (CX1)  TO CLL-RUN-CARRIED.                    07
061341     WRITE CHOWRPT-LINE FROM CHR-LEDG-LINE                              07
061341                             AFTER ADVANCING 1.                         07
061341     IF CHR-STAT1 > 0 DISPLAY ' BADW WRITE ON CHOWRPT FILE'.            07
061341 1984A-NEXT.                                                            07
061341     SET CX1 UP BY 1.                                                   07
061341 1984A-EXIT.  EXIT.                                                     07
061341*================================================================       07
061341*    OVERRIDES NO CLAIM IN THIS RUN MATCHED - RECORDED SO THE           11
061341*    PERIOD REPORT SHOWS EVERY APPROVED TRANSACTION'S FATE              11
061341*================================================================       11
061341 1986-OVR-UNMATCHED.                                                    11
061341     SET OV1 TO 1.                                                      11
061341     IF OVR-NEXT > 0                                                    11
061341         PERFORM 1986A-WRITE-ONE-UNMATCHED THRU 1986A-EXIT              11
061341                 OVR-NEXT TIMES.                                        11
061341     DISPLAY '-- OVERRIDES REFUSED          ===> '                      11
061341              OVR-REFUSED-CTR.                                          11
061341     DISPLAY '-- OVERRIDES NOT MATCHED      ===> '                      11
061341              OVR-UNMATCHED-CTR.                                        11
061341 1986-EXIT.  EXIT.                                                      11
061341                                                                        11
061341 1986A-WRITE-ONE-UNMATCHED.                                             11
061341     IF OVR-USED-SW (OV1) = 'Y'                                         11
061341         GO TO 1986A-NEXT.                                              11
061341     PERFORM 1177A-FORMAT-OVRAUDIT THRU 1177A-EXIT.                     11
061341     MOVE 'U'                    TO OVA-STATUS.                         11
061341     MOVE 'NO MATCHING CLAIM'    TO OVA-STATUS-TEXT.                    11
061341     ADD 1 TO OVR-UNMATCHED-CTR.                                        11
061341     PERFORM 1177B-WRITE-OVRAUDIT THRU 1177B-EXIT.                      11
061341 1986A-NEXT.                                                            11
061341     SET OV1 UP BY 1.                                                   11
061341 1986A-EXIT.  EXIT.                                                     11
061341                                                                        11
061341*================================================================       11
061341*    TIMELY-FILING AND REOPENING WINDOW - HHDRV213 HANDS BACK THE       13
061341*    CLAIM'S AGE IN DAYS (FROM THE THRU DATE FOR A FINAL CLAIM,         13
061341*    FROM THE INITIAL DETERMINATION FOR AN ADJUSTMENT) AND ANY          13
061341*    EXCEPTION THAT WAIVED OR EXTENDED THE LIMIT.  A CLAIM IS           13
061341*    LISTED WHEN RTC 41 OR 42 POSTED TO ITS EDIT LIST OR AN             13
061341*    EXCEPTION WAS APPLIED; A REJECTED CLAIM AND A WARNED ONE           13
061341*    (EDITCTL) ARE TOLD APART BY THE SETTLED RTC                        13
061341*================================================================       13
061341 1178-CHECK-TIMELY-FILING.                                              13
061341     MOVE HHA-NPI             TO TFR-NPI.                               13
061341     MOVE HHA-HIC             TO TFR-HIC.                               13
061341     MOVE HHA-SERV-FROM-DATE  TO TFR-FROM.                              13
061341     MOVE HHA-SERV-THRU-DATE  TO TFR-THRU.                              13
061341     MOVE HHA-RECEIPT-DATE    TO TFR-RECEIVED.                          13
061341     MOVE TFL-AGE-DAYS        TO TFR-AGE.                               13
061341     IF HHA-ADJ-IS-ADJUSTMENT                                           13
061341         MOVE TFR-DETERM-DATE TO TFR-DETERM                             13
061341         MOVE 'REOPEN'        TO TFR-EDIT                               13
061341     ELSE                                                               13
061341         MOVE SPACES          TO TFR-DETERM                             13
061341         MOVE 'TIMELY'        TO TFR-EDIT.                              13
061341                                                                        13
061341     IF TFL-EXCEPT-CODE = 'AE'                                          13
061341         MOVE 'AE ADMIN ERROR'     TO TFR-EXCEPTION                     13
061341     ELSE                                                               13
061341     IF TFL-EXCEPT-CODE = 'RE'                                          13
061341         MOVE 'RE RETRO ENTITLED'  TO TFR-EXCEPTION                     13
061341     ELSE                                                               13
061341     IF TFL-EXCEPT-CODE = 'GC'                                          13
061341         MOVE 'GC GOOD CAUSE'      TO TFR-EXCEPTION                     13
061341     ELSE                                                               13
061341     IF TFL-EXCEPT-CODE = 'DW'                                          13
061341         MOVE 'DW EMERGENCY'       TO TFR-EXCEPTION                     13
061341     ELSE                                                               13
061341         MOVE 'NONE'               TO TFR-EXCEPTION.                    13
061341                                                                        13
061341     IF TFR-EDIT-RTC = 0                                                13
061341         MOVE 'EXCEPTED'      TO TFR-ACTION                             13
061341         ADD 1 TO TFR-EXCEPT-CTR                                        13
061341     ELSE                                                               13
061341     IF HHA-RTC-PAYABLE                                                 13
061341         MOVE 'WARNED - PAID' TO TFR-ACTION                             13
061341         ADD 1 TO TFR-WARN-CTR                                          13
061341     ELSE                                                               13
061341         MOVE 'REJECTED'      TO TFR-ACTION                             13
061341         ADD 1 TO TFR-REJECT-CTR.                                       13
061341     PERFORM 1178A-WRITE-TFLRPT THRU 1178A-EXIT.                        13
061341 1178-EXIT.  EXIT.                                                      13
061341                                                                        13
061341 1178A-WRITE-TFLRPT.                                                    13
061341     IF TFR-LINE-CTR > 54                                               13
061341         PERFORM 1378-TFR-HEADINGS THRU 1378-EXIT.                      13
061341     WRITE TFLRPT-LINE FROM TFR-DETAIL-LINE                             13
061341                            AFTER ADVANCING 1.                          13
061341     IF TFR-STAT1 > 0 DISPLAY ' BADF WRITE ON TFLRPT FILE'.             13
061341     ADD 1 TO TFLRPT-CTR.                                               13
061341     ADD 1 TO TFR-LINE-CTR.                                             13
061341 1178A-EXIT.  EXIT.                                                     13
061341                                                                        13
061341 1178B-SCAN-EDIT-LIST.                                                  13
061341     IF HHA-EDIT-RTC (TFR-SCAN) = 41                                    13
061341        OR HHA-EDIT-RTC (TFR-SCAN) = 42                                 13
061341         MOVE HHA-EDIT-RTC (TFR-SCAN) TO TFR-EDIT-RTC.                  13
061341 1178B-EXIT.  EXIT.                                                     13
061341                                                                        13
061341 1378-TFR-HEADINGS.                                                     13
061341     WRITE TFLRPT-LINE FROM TFR-HEAD1                                   13
061341                            AFTER ADVANCING PAGE.                       13
061341     IF TFR-STAT1 > 0 DISPLAY ' BADF WRITE ON TFLRPT FILE'.             13
061341     WRITE TFLRPT-LINE FROM TFR-HEAD2                                   13
061341                            AFTER ADVANCING 2.                          13
061341     MOVE ALL '-' TO TFLRPT-LINE.                                       13
061341     WRITE TFLRPT-LINE AFTER ADVANCING 1.                               13
061341     MOVE 5 TO TFR-LINE-CTR.                                            13
061341 1378-EXIT.  EXIT.                                                      13
061341                                                                        13
061341 1987-TFL-SUMMARY.                                                      13
061341     IF TFLRPT-CTR = 0                                                  13
061341         GO TO 1987-EXIT.                                               13
061341     MOVE TFR-REJECT-CTR TO TFR-SUMM-REJECT.                            13
061341     MOVE TFR-WARN-CTR   TO TFR-SUMM-WARN.                              13
061341     MOVE TFR-EXCEPT-CTR TO TFR-SUMM-EXCEPT.                            13
061341     WRITE TFLRPT-LINE FROM TFR-SUMM-LINE                               13
061341                            AFTER ADVANCING 2.                          13
061341     IF TFR-STAT1 > 0 DISPLAY ' BADF WRITE ON TFLRPT FILE'.             13
061341 1987-EXIT.  EXIT.                                                      13
061341                                                                        13
061341*================================================================       13
061341*    ORDERING/CERTIFYING PRACTITIONER ENROLLMENT - THE CLAIM IS         16
061341*    COUNTED ONLY WHEN RTC 43 ACTUALLY POSTED (AN EDITCTL-              16
061341*    DISABLED EDIT LEAVES NO TRACE), AGAINST THE PRACTITIONER           16
061341*    AND AGAINST THE BILLING AGENCY UNDER THAT PRACTITIONER.  A         16
061341*    REJECTED CLAIM AND A WARNED ONE ARE TOLD APART BY THE              16
061341*    SETTLED RTC                                                        16
061341*================================================================       16
061341 1179-ACCUM-ORDER-PRAC.                                                 16
061341     SET OR1 TO 1.                                                      16
061341     SEARCH ORR-PRAC-DATA VARYING OR1                                   16
061341         AT END                                                         16
061341             DISPLAY '** PRACTITIONER REPORT TABLE FULL'                16
061341             GO TO 1179-EXIT                                            16
061341         WHEN OR1 > ORR-PRAC-NEXT                                       16
061341             ADD 1 TO ORR-PRAC-NEXT                                     16
061341             SET OR1 TO ORR-PRAC-NEXT                                   16
061341             MOVE ORD-CERT-NPI        TO ORP-NPI (OR1)                  16
061341             MOVE OPT-CLAIM-PRAC-NAME TO ORP-NAME (OR1)                 16
061341             MOVE ORD-CERT-FLAG       TO ORP-FLAG (OR1)                 16
061341             MOVE 0 TO ORP-CLAIMS (OR1) ORP-REJECTED (OR1)              16
061341                       ORP-WARNED (OR1) ORP-PAID (OR1)                  16
061341         WHEN ORP-NPI (OR1) = ORD-CERT-NPI                              16
061341             CONTINUE                                                   16
061341     END-SEARCH.                                                        16
061341                                                                        16
061341     SET OR2 TO 1.                                                      16
061341     SEARCH ORR-AGCY-DATA VARYING OR2                                   16
061341         AT END                                                         16
061341             DISPLAY '** PRACTITIONER AGENCY TABLE FULL'                16
061341             GO TO 1179-EXIT                                            16
061341         WHEN OR2 > ORR-AGCY-NEXT                                       16
061341             ADD 1 TO ORR-AGCY-NEXT                                     16
061341             SET OR2 TO ORR-AGCY-NEXT                                   16
061341             MOVE ORD-CERT-NPI        TO ORA-PRAC-NPI (OR2)             16
061341             MOVE HHA-NPI             TO ORA-NPI (OR2)                  16
061341             MOVE HHA-PROV-NO         TO ORA-PROV (OR2)                 16
061341             MOVE 0 TO ORA-CLAIMS (OR2) ORA-REJECTED (OR2)              16
061341                       ORA-WARNED (OR2) ORA-PAID (OR2)                  16
061341         WHEN ORA-PRAC-NPI (OR2) = ORD-CERT-NPI                         16
061341          AND ORA-NPI (OR2)      = HHA-NPI                              16
061341          AND ORA-PROV (OR2)     = HHA-PROV-NO                          16
061341             CONTINUE                                                   16
061341     END-SEARCH.                                                        16
061341                                                                        16
061341     ADD 1 TO ORP-CLAIMS (OR1) ORA-CLAIMS (OR2).                        16
061341     IF HHA-RTC-PAYABLE                                                 16
061341         ADD 1 TO ORP-WARNED (OR1) ORA-WARNED (OR2) ORR-WARN-CTR        16
061341         ADD HHA-TOTAL-PAYMENT TO ORP-PAID (OR1) ORA-PAID (OR2)         16
061341     ELSE                                                               16
061341         ADD 1 TO ORP-REJECTED (OR1) ORA-REJECTED (OR2)                 16
061341                  ORR-REJECT-CTR.                                       16
061341 1179-EXIT.  EXIT.                                                      16
061341                                                                        16
061341 1179B-SCAN-EDIT-LIST.                                                  16
061341     IF HHA-EDIT-RTC (ORR-SCAN) = 43                                    16
061341         MOVE 'Y' TO ORR-FOUND-SW.                                      16
061341 1179B-EXIT.  EXIT.                                                     16
061341                                                                        16
061341 1988-ORD-REPORT.                                                       16
061341     IF ORR-PRAC-NEXT = 0                                               16
061341         GO TO 1988-EXIT.                                               16
061341     SET OR1 TO 1.                                                      16
061341     PERFORM 1988A-WRITE-ONE-PRAC THRU 1988A-EXIT                       16
061341             ORR-PRAC-NEXT TIMES.                                       16
061341     MOVE ORR-PRAC-NEXT  TO ORR-SUMM-PRAC.                              16
061341     MOVE ORR-REJECT-CTR TO ORR-SUMM-REJECT.                            16
061341     MOVE ORR-WARN-CTR   TO ORR-SUMM-WARN.                              16
061341     WRITE ORDRPT-LINE FROM ORR-SUMM-LINE                               16
061341                       AFTER ADVANCING 2.                               16
061341     IF ORR-STAT1 > 0 DISPLAY ' BADL WRITE ON ORDRPT FILE'.             16
061341 1988-EXIT.  EXIT.                                                      16
061341                                                                        16
061341*    ONE PRACTITIONER LINE, THEN THE AGENCIES UNDER THEIR ORDERS        16
061341 1988A-WRITE-ONE-PRAC.                                                  16
061341     IF ORR-LINE-CTR > 54                                               16
061341         PERFORM 1388-ORR-HEADINGS THRU 1388-EXIT.                      16
061341     MOVE SPACES              TO ORR-AGCY-NPI ORR-PROV.                 16
061341     MOVE ORP-NPI (OR1)       TO ORR-PRAC-NPI.                          16
061341     MOVE ORP-NAME (OR1)      TO ORR-PRAC-NAME.                         16
061341     IF ORP-FLAG (OR1) = 'D'                                            16
061341         MOVE 'NOT ELIGIBLE ON DATE' TO ORR-REASON                      16
061341     ELSE                                                               16
061341         MOVE 'NOT ENROLLED'         TO ORR-REASON.                     16
061341     MOVE ORP-CLAIMS (OR1)    TO ORR-CLAIMS.                            16
061341     MOVE ORP-REJECTED (OR1)  TO ORR-REJECTED.                          16
061341     MOVE ORP-WARNED (OR1)    TO ORR-WARNED.                            16
061341     MOVE ORP-PAID (OR1)      TO ORR-PAID.                              16
061341     WRITE ORDRPT-LINE FROM ORR-DETAIL-LINE                             16
061341                       AFTER ADVANCING 2.                               16
061341     PERFORM 1988C-CHECK-WRITE THRU 1988C-EXIT.                         16
061341     ADD 1 TO ORR-LINE-CTR.                                             16
061341                                                                        16
061341     MOVE SPACES TO ORR-PRAC-NPI ORR-PRAC-NAME ORR-REASON.              16
061341     SET OR2 TO 1.                                                      16
061341     PERFORM 1988B-WRITE-ONE-AGCY THRU 1988B-EXIT                       16
061341             ORR-AGCY-NEXT TIMES.                                       16
061341     SET OR1 UP BY 1.                                                   16
061341 1988A-EXIT.  EXIT.                                                     16
061341                                                                        16
061341 1988B-WRITE-ONE-AGCY.                                                  16
061341     IF ORA-PRAC-NPI (OR2) NOT = ORP-NPI (OR1)                          16
061341         GO TO 1988B-NEXT.                                              16
061341     IF ORR-LINE-CTR > 54                                               16
061341         PERFORM 1388-ORR-HEADINGS THRU 1388-EXIT.                      16
061341     MOVE ORA-NPI (OR2)       TO ORR-AGCY-NPI.                          16
061341     MOVE ORA-PROV (OR2)      TO ORR-PROV.                              16
061341     MOVE ORA-CLAIMS (OR2)    TO ORR-CLAIMS.                            16
061341     MOVE ORA-REJECTED (OR2)  TO ORR-REJECTED.                          16
061341     MOVE ORA-WARNED (OR2)    TO ORR-WARNED.                            16
061341     MOVE ORA-PAID (OR2)      TO ORR-PAID.                              16
061341     WRITE ORDRPT-LINE FROM ORR-DETAIL-LINE                             16
061341                       AFTER ADVANCING 1.                               16
061341     PERFORM 1988C-CHECK-WRITE THRU 1988C-EXIT.                         16
061341     ADD 1 TO ORR-LINE-CTR.                                             16
061341 1988B-NEXT.                                                            16
061341     SET OR2 UP BY 1.                                                   16
061341 1988B-EXIT.  EXIT.                                                     16
061341                                                                        16
061341 1988C-CHECK-WRITE.                                                     16
061341     IF ORR-STAT1 > 0 DISPLAY ' BADL WRITE ON ORDRPT FILE'.             16
061341     ADD 1 TO ORDRPT-CTR.                                               16
061341 1988C-EXIT.  EXIT.                                                     16
061341                                                                        16
061341 1388-ORR-HEADINGS.                                                     16
061341     WRITE ORDRPT-LINE FROM ORR-HEAD1                                   16
061341                       AFTER ADVANCING PAGE.                            16
061341     IF ORR-STAT1 > 0 DISPLAY ' BADL WRITE ON ORDRPT FILE'.             16
061341     WRITE ORDRPT-LINE FROM ORR-HEAD2                                   16
061341                       AFTER ADVANCING 2.                               16
061341     MOVE ALL '-' TO ORDRPT-LINE.                                       16
061341     WRITE ORDRPT-LINE AFTER ADVANCING 1.                               16
061341     MOVE 5 TO ORR-LINE-CTR.                                            16
061341 1388-EXIT.  EXIT.                                                      16
061341*================================================================       16
061341*    REVIEW CHOICE DEMONSTRATION EDIT - A PAYABLE FINAL CLAIM FROM      21
061341*    AN AGENCY PARTICIPATING ON THE FROM DATE NEEDS AN AFFIRMED         21
061341*    PRE-CLAIM REVIEW DECISION FOR THE BENEFICIARY COVERING THAT        21
061341*    DATE.  WITHOUT ONE, OPTION R PAYS LESS THE DEMONSTRATION           21
061341*    REDUCTION AND OPTION P HOLDS THE CLAIM FOR PREPAYMENT REVIEW       21
061341*    THROUGH THE SUSPECT FILE; OPTION N CLAIMS ARE COUNTED ONLY.        21
061341*    CANCELS, NO-PAY BILLS AND ANALYST-DIRECTED AMOUNTS ARE LEFT        21
061341*    ALONE                                                              21
061341*================================================================       21
061341 1181-APPLY-RCD-EDIT.                                                   21
061341     IF HHA-ADJ-IS-CANCEL OR HHA-IS-INFORMATIONAL                       21
061341        OR HHA-IS-MANUAL-PRICED OR NOT HHA-RTC-PAYABLE                  21
061341         GO TO 1181-EXIT.                                               21
061341                                                                        21
061341     SET RP1 TO 1.                                                      21
061341     SEARCH RCP-DATA                                                    21
061341         AT END                                                         21
061341             GO TO 1181-EXIT                                            21
061341         WHEN RCT-PROV-NO (RP1) = HHA-PROV-NO                           21
061341          AND RCT-EFF-DATE (RP1) NOT > HHA-SERV-FROM-DATE               21
061341          AND (RCT-END-DATE (RP1) = ZEROS                               21
061341           OR  RCT-END-DATE (RP1) NOT < HHA-SERV-FROM-DATE)             21
061341             CONTINUE                                                   21
061341     END-SEARCH.                                                        21
061341                                                                        21
061341     PERFORM 1181C-FIND-AGENCY THRU 1181C-EXIT.                         21
061341                                                                        21
061341     MOVE 'X' TO RCD-UTN-SW.                                            21
061341     SET RU1 TO 1.                                                      21
061341     PERFORM 1181B-CHECK-ONE-UTN THRU 1181B-EXIT                        21
061341             RCU-NEXT TIMES.                                            21
061341                                                                        21
061341     IF RCD-UTN-AFFIRMED AND RCD-STATS-ROW                              21
061341         ADD 1 TO RCA-AFFIRMED (RA1).                                   21
061341     IF RCD-UTN-AFFIRMED                                                21
061341         GO TO 1181-EXIT.                                               21
061341     IF RCD-STATS-ROW                                                   21
061341         IF RCD-UTN-NON-AFFIRMED                                        21
061341             ADD 1 TO RCA-NON-AFFIRMED (RA1)                            21
061341         ELSE                                                           21
061341             ADD 1 TO RCA-NO-UTN (RA1).                                 21
061341                                                                        21
061341     IF RCT-OPTION (RP1) = 'N'                                          21
061341         GO TO 1181-EXIT.                                               21
061341                                                                        21
061341     MOVE HHA-TOTAL-PAYMENT TO RCD-CALC-TOTAL.                          21
061341     MOVE 0                 TO RCD-REDUCTION-AMT.                       21
061341     IF RCT-OPTION (RP1) = 'P' AND RCD-STATS-ROW                        21
061341         ADD 1 TO RCA-REVIEWED (RA1).                                   21
061341     IF RCT-OPTION (RP1) = 'P'                                          21
061341         MOVE 'Y' TO RCD-REVIEW-SW                                      21
061341         ADD 1 TO RCD-REVIEW-CTR                                        21
061341         GO TO 1181-REPORT.                                             21
061341                                                                        21
061341     COMPUTE RCD-REDUCTION-AMT ROUNDED =                                21
061341         HHA-TOTAL-PAYMENT * RCD-REDUCTION-PCT.                         21
061341     SUBTRACT RCD-REDUCTION-AMT FROM HHA-TOTAL-PAYMENT.                 21
061341*    THE REDUCTION CHANGES THE TOTAL, SO AN ADJUSTMENT NET              21
061341*    COMPUTED AT PRICING TIME MUST BE RESTATED                          21
061341     IF HHA-ADJ-IS-ADJUSTMENT                                           21
061341         COMPUTE HHA-NET-ADJ-AMT =                                      21
061341             HHA-TOTAL-PAYMENT - HHA-ORIG-TOTAL-PAYMENT.                21
061341     ADD 1 TO RCD-REDUCED-CTR.                                          21
061341     ADD RCD-REDUCTION-AMT TO RCD-REDUCED-TOTAL.                        21
061341     IF RCD-STATS-ROW                                                   21
061341         ADD 1 TO RCA-REDUCED (RA1)                                     21
061341         ADD RCD-REDUCTION-AMT TO RCA-REDUCED-AMT (RA1).                21
061341                                                                        21
061341 1181-REPORT.                                                           21
061341     PERFORM 1181A-WRITE-RCDRPT THRU 1181A-EXIT.                        21
061341 1181-EXIT.  EXIT.                                                      21
061341                                                                        21
061341 1181A-WRITE-RCDRPT.                                                    21
061341     IF RCR-LINE-CTR > 54                                               21
061341         PERFORM 1389-RCR-HEADINGS THRU 1389-EXIT.                      21
061341     MOVE HHA-NPI              TO RCR-NPI.                              21
061341     MOVE HHA-HIC              TO RCR-HIC.                              21
061341     MOVE HHA-PROV-NO          TO RCR-PROV.                             21
061341     MOVE HHA-SERV-FROM-DATE   TO RCR-FROM.                             21
061341     MOVE RCT-STATE (RP1)      TO RCR-STATE.                            21
061341     MOVE RCT-OPTION (RP1)     TO RCR-OPTION.                           21
061341     IF RCD-UTN-NON-AFFIRMED                                            21
061341         MOVE 'NON-AFFIRMED'   TO RCR-UTN-STATUS                        21
061341     ELSE                                                               21
061341         MOVE 'NO UTN'         TO RCR-UTN-STATUS.                       21
061341     IF RCD-PREPAY-REVIEW                                               21
061341         MOVE 'PREPAY REVIEW'  TO RCR-ACTION                            21
061341     ELSE                                                               21
061341         MOVE 'PAID REDUCED'   TO RCR-ACTION.                           21
061341     MOVE RCD-CALC-TOTAL       TO RCR-CALC.                             21
061341     MOVE RCD-REDUCTION-AMT    TO RCR-REDUCTION.                        21
061341     MOVE HHA-TOTAL-PAYMENT    TO RCR-PAID.                             21
061341     WRITE RCDRPT-LINE FROM RCR-DETAIL-LINE                             21
061341                       AFTER ADVANCING 1.                               21
061341     PERFORM 1989C-CHECK-WRITE THRU 1989C-EXIT.                         21
061341     ADD 1 TO RCR-LINE-CTR.                                             21
061341 1181A-EXIT.  EXIT.                                                     21
061341                                                                        21
061341*    AN AFFIRMED DECISION WINS OVER ANY NON-AFFIRMED ONE FOR THE        21
061341*    SAME PERIOD - A RESUBMITTED REQUEST CAN BE AFFIRMED LATER          21
061341 1181B-CHECK-ONE-UTN.                                                   21
061341     IF RUT-PROV-NO (RU1) = HHA-PROV-NO                                 21
061341        AND RUT-HIC (RU1) = HHA-HIC                                     21
061341        AND RUT-FROM-DATE (RU1) NOT > HHA-SERV-FROM-DATE                21
061341        AND RUT-THRU-DATE (RU1) NOT < HHA-SERV-FROM-DATE                21
061341         IF RUT-DECISION (RU1) = 'A'                                    21
061341             MOVE 'A' TO RCD-UTN-SW                                     21
061341         ELSE                                                           21
061341             IF RCD-UTN-MISSING                                         21
061341                 MOVE 'N' TO RCD-UTN-SW.                                21
061341     SET RU1 UP BY 1.                                                   21
061341 1181B-EXIT.  EXIT.                                                     21
061341                                                                        21
061341*    FIND OR ADD THE AGENCY'S STATISTICS ROW - A FULL TABLE STILL       21
061341*    EDITS THE CLAIM, IT JUST GOES UNCOUNTED ON THE REPORT              21
061341 1181C-FIND-AGENCY.                                                     21
061341     MOVE 'Y' TO RCD-STATS-SW.                                          21
061341     SET RA1 TO 1.                                                      21
061341     SEARCH RCA-DATA                                                    21
061341         AT END                                                         21
061341             MOVE 'N' TO RCD-STATS-SW                                   21
061341         WHEN RA1 > RCA-NEXT                                            21
061341             MOVE 'N' TO RCD-STATS-SW                                   21
061341         WHEN RCA-PROV-NO (RA1) = HHA-PROV-NO                           21
061341             CONTINUE                                                   21
061341     END-SEARCH.                                                        21
061341     IF NOT RCD-STATS-ROW                                               21
061341         IF RCA-NEXT < 2000                                             21
061341             ADD 1 TO RCA-NEXT                                          21
061341             SET RA1 TO RCA-NEXT                                        21
061341             MOVE 'Y'         TO RCD-STATS-SW                           21
061341             MOVE HHA-PROV-NO TO RCA-PROV-NO (RA1)                      21
061341         ELSE                                                           21
061341             GO TO 1181C-EXIT.                                          21
061341     MOVE RCT-STATE (RP1)  TO RCA-STATE (RA1).                          21
061341     MOVE RCT-OPTION (RP1) TO RCA-OPTION (RA1).                         21
061341     ADD 1 TO RCA-CLAIMS (RA1).                                         21
061341 1181C-EXIT.  EXIT.                                                     21
061341*================================================================       21
061341*    EMERGENCY WAIVERS - FIND THE DECLARATION, IF ANY, WAIVING          23
061341*    THE LATE-FILING PENALTIES AND THE ONE LIFTING THE TIMELY-          23
061341*    FILING LIMIT FOR THE CLAIM'S AGENCY, COUNTY OR STATE ON ITS        23
061341*    FROM DATE.  A PENALTY WAIVER PRICES THE CLAIM UNDER OVERRIDE       23
061341*    INDICATOR 'D' (EXEMPT LIKE AN ANALYST OVERRIDE, BUT COUNTED        23
061341*    APART); AN ANALYST OVERRIDE ALREADY ON THE CLAIM STANDS            23
061341*================================================================       23
061341 1182-FIND-WAIVERS.                                                     23
061341     MOVE SPACES TO EMR-PEN-DECL EMR-TFL-DECL.                          23
061341     MOVE 'N'    TO EMR-TFL-WAIVER.                                     23
061341     IF EWT-NEXT = 0                                                    23
061341        OR HHA-SERV-FROM-DATE NOT NUMERIC                               23
061341         GO TO 1182-EXIT.                                               23
061341     MOVE HHA-COUNTY-CODE TO EMR-CLM-FIPS.                              23
061341                                                                        23
061341     MOVE 'N' TO EMR-WANT-TYPE.                                         23
061341     PERFORM 1182B-SCAN-WAIVERS THRU 1182B-EXIT.                        23
061341     MOVE EMR-FOUND-DECL TO EMR-PEN-DECL.                               23
061341     MOVE 'T' TO EMR-WANT-TYPE.                                         23
061341     PERFORM 1182B-SCAN-WAIVERS THRU 1182B-EXIT.                        23
061341     MOVE EMR-FOUND-DECL TO EMR-TFL-DECL.                               23
061341                                                                        23
061341     IF EMR-PEN-DECL NOT = SPACES                                       23
061341        AND HHA-OVERRIDE-IND = 'N'                                      23
061341         MOVE 'D' TO HHA-OVERRIDE-IND.                                  23
061341     IF EMR-TFL-DECL NOT = SPACES                                       23
061341         MOVE 'Y' TO EMR-TFL-WAIVER.                                    23
061341 1182-EXIT.  EXIT.                                                      23
061341                                                                        23
061341*    THE FIRST ROW ON FILE FOR THE WAIVER TYPE WANTED THAT COVERS       23
061341*    THE FROM DATE AND NAMES THE AGENCY, THE COUNTY OR THE STATE        23
061341 1182A-CHECK-ONE-ROW.                                                   23
061341     IF EWT-WAIVER-TYPE (EW1) NOT = EMR-WANT-TYPE                       23
061341        AND EWT-WAIVER-TYPE (EW1) NOT = 'B'                             23
061341         GO TO 1182A-NEXT.                                              23
061341     IF EWT-EFF-FROM (EW1) > HHA-SERV-FROM-DATE-N                       23
061341         GO TO 1182A-NEXT.                                              23
061341     IF EWT-EFF-THRU (EW1) NOT = ZEROS                                  23
061341        AND EWT-EFF-THRU (EW1) < HHA-SERV-FROM-DATE-N                   23
061341         GO TO 1182A-NEXT.                                              23
061341     IF EWT-AREA-TYPE (EW1) = 'P'                                       23
061341        AND EWT-AREA-CODE (EW1) = HHA-PROV-NO                           23
061341         MOVE EWT-DECL-ID (EW1) TO EMR-FOUND-DECL                       23
061341         GO TO 1182A-NEXT.                                              23
061341     IF EWT-AREA-TYPE (EW1) = 'C'                                       23
061341        AND EWT-FIPS-STATE (EW1) = EMR-CLM-STATE                        23
061341        AND (EWT-FIPS-COUNTY (EW1) = '000'                              23
061341         OR  EWT-FIPS-COUNTY (EW1) = EMR-CLM-COUNTY)                    23
061341         MOVE EWT-DECL-ID (EW1) TO EMR-FOUND-DECL.                      23
061341 1182A-NEXT.                                                            23
061341     SET EW1 UP BY 1.                                                   23
061341 1182A-EXIT.  EXIT.                                                     23
061341                                                                        23
061341 1182B-SCAN-WAIVERS.                                                    23
061341     MOVE SPACES TO EMR-FOUND-DECL.                                     23
061341     SET EW1 TO 1.                                                      23
061341     PERFORM 1182A-CHECK-ONE-ROW THRU 1182A-EXIT                        23
061341             UNTIL EW1 > EWT-NEXT                                       23
061341                OR EMR-FOUND-DECL NOT = SPACES.                         23
061341 1182B-EXIT.  EXIT.                                                     23
061341                                                                        23
061341*================================================================       23
061341*    EMERGENCY WAIVERS APPLIED - ONE EMRRPT LINE FOR EACH WAIVER        23
061341*    THAT CHANGED THE OUTCOME, WITH THE DECLARATION, POSTED TO          23
061341*    THE DECLARATION'S TOTALS.  A PENALTY COUNTS WHEN THE CLAIM         23
061341*    WOULD HAVE BEEN REDUCED; A LIFTED TIMELY-FILING LIMIT COUNTS       23
061341*    WHEN THE CLAIM WAS PAST IT (EXCEPTION DW CAME BACK), WITH          23
061341*    THE PAYMENT IT RELEASED                                            23
061341*================================================================       23
061341 1183-REPORT-WAIVERS.                                                   23
061341     MOVE 'N' TO EMR-CLAIM-SW.                                          23
061341     IF EMR-NOA-FORGONE > 0                                             23
061341         MOVE 'N' TO EMR-WANT-TYPE                                      23
061341         PERFORM 1183B-POST-WAIVER THRU 1183B-EXIT.                     23
061341     IF EMR-SUB-FORGONE > 0                                             23
061341         MOVE 'S' TO EMR-WANT-TYPE                                      23
061341         PERFORM 1183B-POST-WAIVER THRU 1183B-EXIT.                     23
061341     IF EMR-TFL-DECL NOT = SPACES                                       23
061341        AND TFL-EXCEPT-CODE = 'DW'                                      23
061341         MOVE 'T' TO EMR-WANT-TYPE                                      23
061341         PERFORM 1183B-POST-WAIVER THRU 1183B-EXIT.                     23
061341     IF EMR-CLAIM-SW = 'Y'                                              23
061341         ADD 1 TO EMR-CLAIM-CTR.                                        23
061341 1183-EXIT.  EXIT.                                                      23
061341                                                                        23
061341*    THE LATE-NOA REDUCTION 1199 WOULD HAVE TAKEN                       23
061341 1183A-NOA-FORGONE.                                                     23
061341     COMPUTE EMR-PEN-WORK ROUNDED =                                     23
061341             HHA-HRG-PAY * HHA-LATE-NOA-DAYS / 30.                      23
061341     MOVE EMR-PEN-WORK TO EMR-NOA-FORGONE.                              23
061341     COMPUTE EMR-PEN-WORK ROUNDED =                                     23
061341             HHA-OUTLIER-PAYMENT * HHA-LATE-NOA-DAYS / 30.              23
061341     ADD EMR-PEN-WORK TO EMR-NOA-FORGONE.                               23
061341 1183A-EXIT.  EXIT.                                                     23
061341                                                                        23
061341 1183B-POST-WAIVER.                                                     23
061341     MOVE 'Y' TO EMR-CLAIM-SW.                                          23
061341     IF EMR-WANT-TYPE = 'T'                                             23
061341         MOVE EMR-TFL-DECL TO EMR-FOUND-DECL                            23
061341     ELSE                                                               23
061341         MOVE EMR-PEN-DECL TO EMR-FOUND-DECL.                           23
061341     PERFORM 1183D-FIND-DECL THRU 1183D-EXIT.                           23
061341                                                                        23
061341     MOVE 0 TO EMR-TFL-PAY.                                             23
061341     IF EMR-WANT-TYPE = 'T' AND HHA-RTC-PAYABLE                         23
061341         MOVE HHA-TOTAL-PAYMENT TO EMR-TFL-PAY.                         23
061341     IF EMR-WANT-TYPE = 'N'                                             23
061341         MOVE 'LATE NOA'          TO EWR-WAIVER                         23
061341         MOVE HHA-LATE-NOA-DAYS   TO EWR-DAYS                           23
061341         MOVE EMR-NOA-FORGONE     TO EWR-FORGONE                        23
061341         ADD EMR-NOA-FORGONE      TO EMR-FORGONE-TOTAL                  23
061341     ELSE                                                               23
061341     IF EMR-WANT-TYPE = 'S'                                             23
061341         MOVE 'LATE SUBMIT'       TO EWR-WAIVER                         23
061341         MOVE HHA-LATE-SUB-DAYS   TO EWR-DAYS                           23
061341         MOVE EMR-SUB-FORGONE     TO EWR-FORGONE                        23
061341         ADD EMR-SUB-FORGONE      TO EMR-FORGONE-TOTAL                  23
061341     ELSE                                                               23
061341         MOVE 'TIMELY FILING'     TO EWR-WAIVER                         23
061341         MOVE TFL-AGE-DAYS        TO EWR-DAYS                           23
061341         MOVE 0                   TO EWR-FORGONE.                       23
061341                                                                        23
061341*    A CLAIM WITH BOTH PENALTIES WAIVED COUNTS ONCE                     23
061341     IF EMR-STATS-ROW AND EMR-WANT-TYPE = 'N'                           23
061341         ADD 1 TO EWD-PEN-CLAIMS (ED1)                                  23
061341         ADD EMR-NOA-FORGONE TO EWD-NOA-AMT (ED1).                      23
061341     IF EMR-STATS-ROW AND EMR-WANT-TYPE = 'S'                           23
061341         ADD EMR-SUB-FORGONE TO EWD-SUB-AMT (ED1).                      23
061341     IF EMR-STATS-ROW AND EMR-WANT-TYPE = 'S'                           23
061341        AND EMR-NOA-FORGONE = 0                                         23
061341         ADD 1 TO EWD-PEN-CLAIMS (ED1).                                 23
061341     IF EMR-STATS-ROW AND EMR-WANT-TYPE = 'T'                           23
061341         ADD 1 TO EWD-TFL-CLAIMS (ED1)                                  23
061341         ADD EMR-TFL-PAY TO EWD-TFL-PAY (ED1).                          23
061341     PERFORM 1183C-WRITE-EMRRPT THRU 1183C-EXIT.                        23
061341 1183B-EXIT.  EXIT.                                                     23
061341                                                                        23
061341 1183C-WRITE-EMRRPT.                                                    23
061341     IF EWR-LINE-CTR > 54                                               23
061341         PERFORM 1391-EWR-HEADINGS THRU 1391-EXIT.                      23
061341     MOVE HHA-NPI              TO EWR-NPI.                              23
061341     MOVE HHA-HIC              TO EWR-HIC.                              23
061341     MOVE HHA-PROV-NO          TO EWR-PROV.                             23
061341     MOVE HHA-SERV-FROM-DATE   TO EWR-FROM.                             23
061341     MOVE EMR-FOUND-DECL       TO EWR-DECL.                             23
061341     MOVE 0                    TO EWR-PAID.                             23
061341     IF HHA-RTC-PAYABLE                                                 23
061341         MOVE HHA-TOTAL-PAYMENT TO EWR-PAID.                            23
061341     WRITE EMRRPT-LINE FROM EWR-DETAIL-LINE                             23
061341                       AFTER ADVANCING 1.                               23
061341     PERFORM 1991C-CHECK-WRITE THRU 1991C-EXIT.                         23
061341     ADD 1 TO EWR-LINE-CTR.                                             23
061341 1183C-EXIT.  EXIT.                                                     23
061341                                                                        23
061341*    FIND OR ADD THE DECLARATION'S TOTALS ROW - A FULL TABLE STILL      23
061341*    WAIVES, THE CLAIM JUST GOES UNCOUNTED ON THE SUMMARY               23
061341 1183D-FIND-DECL.                                                       23
061341     MOVE 'Y' TO EMR-STATS-SW.                                          23
061341     SET ED1 TO 1.                                                      23
061341     SEARCH EWD-DATA                                                    23
061341         AT END                                                         23
061341             MOVE 'N' TO EMR-STATS-SW                                   23
061341         WHEN ED1 > EWD-NEXT                                            23
061341             MOVE 'N' TO EMR-STATS-SW                                   23
061341         WHEN EWD-DECL-ID (ED1) = EMR-FOUND-DECL                        23
061341             CONTINUE                                                   23
061341     END-SEARCH.                                                        23
061341     IF NOT EMR-STATS-ROW                                               23
061341         IF EWD-NEXT < 500                                              23
061341             ADD 1 TO EWD-NEXT                                          23
061341             SET ED1 TO EWD-NEXT                                        23
061341             MOVE 'Y'            TO EMR-STATS-SW                        23
061341             MOVE EMR-FOUND-DECL TO EWD-DECL-ID (ED1).                  23
061341 1183D-EXIT.  EXIT.                                                     23
061341                                                                        23
061341*    THE LATE-SUBMISSION REDUCTION HHCAL213 WOULD HAVE TAKEN - THE      23
061341*    SAME DAYS-LATE/30 PRORATION OF THE HRG AND OUTLIER PAYMENT         23
061341 1183E-SUB-FORGONE.                                                     23
061341     COMPUTE EMR-PEN-WORK ROUNDED =                                     23
061341             HHA-HRG-PAY * HHA-LATE-SUB-DAYS / 30.                      23
061341     MOVE EMR-PEN-WORK TO EMR-SUB-FORGONE.                              23
061341     COMPUTE EMR-PEN-WORK ROUNDED =                                     23
061341             HHA-OUTLIER-PAYMENT * HHA-LATE-SUB-DAYS / 30.              23
061341     ADD EMR-PEN-WORK TO EMR-SUB-FORGONE.                               23
061341 1183E-EXIT.  EXIT.                                                     23
061341                                                                        23
061341*================================================================       23
061341*    JOURNAL THE CLAIM'S PASS THROUGH THE PRICER - HOW IT ARRIVED,      25
061341*    WHAT PRICING DID WITH IT, AND WHETHER IT WAS HELD AS SUSPECT       25
061341*================================================================       25
061341 1184-JOURNAL-CLAIM.                                                    25
061341     MOVE SPACES              TO JRN-EVENT.                             25
061341     MOVE HHA-DCN             TO JRN-DCN.                               25
061341     MOVE HHA-NPI             TO JRN-NPI.                               25
061341     MOVE HHA-HIC             TO JRN-HIC.                               25
061341     MOVE HHA-SERV-FROM-DATE  TO JRN-FROM-DATE.                         25
061341     MOVE RUN-MODE-SW         TO JRN-RUN-MODE.                          25
061341     MOVE 0                   TO JRN-AMOUNT.                            25
061341     IF RECYCLE-MODE                                                    25
061341         MOVE 'RECYCLE'       TO JRN-STEP                               25
061341         MOVE 0               TO JRN-PASS-NO                            25
061341         IF HHA-RECYCLE-CNT NUMERIC                                     25
061341             MOVE HHA-RECYCLE-CNT TO JRN-PASS-NO                        25
061341         END-IF                                                         25
061341         MOVE JRN-PASS-TEXT   TO JRN-OUTCOME                            25
061341     ELSE                                                               25
061341     IF REPRICE-MODE                                                    25
061341         MOVE 'REPRICE'       TO JRN-STEP                               25
061341         MOVE 'RECEIVED FOR REPRICE' TO JRN-OUTCOME                     25
061341     ELSE                                                               25
061341         MOVE 'RECEIPT'       TO JRN-STEP                               25
061341         MOVE 'RECEIVED'      TO JRN-OUTCOME.                           25
061341     PERFORM 1184A-WRITE-JOURNAL THRU 1184A-EXIT.                       25
061341                                                                        25
061341     MOVE 'PRICING'           TO JRN-STEP.                              25
061341     MOVE HHA-PAY-RTC         TO JRN-RTC.                               25
061341     MOVE HHA-TOTAL-PAYMENT   TO JRN-AMOUNT.                            25
061341     IF HHA-PAY-RTC NOT = '00' AND HHA-PAY-RTC NOT = '01'               25
061341        AND HHA-PAY-RTC NOT = '03' AND HHA-PAY-RTC NOT = '04'           25
061341        AND HHA-PAY-RTC NOT = '05' AND HHA-PAY-RTC NOT = '06'           25
061341        AND HHA-PAY-RTC NOT = '32' AND HHA-PAY-RTC NOT = '07'           25
061341         MOVE HHA-PAY-RTC     TO JRN-REJ-RTC                            25
061341         MOVE JRN-REJ-TEXT    TO JRN-OUTCOME                            25
061341     ELSE                                                               25
061341     IF HHA-IS-INFORMATIONAL                                            25
061341         MOVE 'PRICED - INFORMATIONAL' TO JRN-OUTCOME                   25
061341     ELSE                                                               25
061341         MOVE 'PRICED'        TO JRN-OUTCOME.                           25
061341     PERFORM 1184A-WRITE-JOURNAL THRU 1184A-EXIT.                       25
061341                                                                        25
061341     IF HHA-SUSPECT-IND = 'S'                                           25
061341         MOVE 'SUSPECT'       TO JRN-STEP                               25
061341         MOVE SUSP-REASON     TO JRN-OUTCOME                            25
061341         PERFORM 1184A-WRITE-JOURNAL THRU 1184A-EXIT.                   25
061341 1184-EXIT.  EXIT.                                                      25
061341                                                                        25
061341 1184A-WRITE-JOURNAL.                                                   25
061341     ACCEPT JRN-EVENT-DATE FROM DATE YYYYMMDD.                          25
061341     ACCEPT JRN-EVENT-TIME FROM TIME.                                   25
061341     MOVE 'HHMGR213'          TO JRN-PROGRAM.                           25
061341     WRITE CLMJRNL-REC FROM JRN-EVENT.                                  25
061341     IF JRN-STAT1 > 0 DISPLAY ' BADZ WRITE ON CLMJRNL FILE'.            25
061341     ADD 1 TO CLMJRNL-CTR.                                              25
061341 1184A-EXIT.  EXIT.                                                     25
061341                                                                        25
061341*================================================================       25
061341*    REVIEW CHOICE DEMONSTRATION AGENCY SUMMARY - AFTER THE CLAIM       21
061341*    LINES, ONE LINE PER PARTICIPATING AGENCY THAT BILLED A FINAL       21
061341*    CLAIM, WITH ITS AFFIRMATION RATE AND REDUCTION DOLLARS             21
061341*================================================================       21
061341 1989-RCD-REPORT.                                                       21
061341     IF RCA-NEXT = 0                                                    21
061341         GO TO 1989-EXIT.                                               21
061341     MOVE 'A' TO RCR-PAGE-SW.                                           21
061341     MOVE 65  TO RCR-LINE-CTR.                                          21
061341     SET RA1 TO 1.                                                      21
061341     PERFORM 1989A-WRITE-ONE-AGCY THRU 1989A-EXIT                       21
061341             RCA-NEXT TIMES.                                            21
061341     MOVE RCA-NEXT          TO RCR-SUMM-AGCY.                           21
061341     MOVE RCD-REDUCED-CTR   TO RCR-SUMM-REDUCED.                        21
061341     MOVE RCD-REDUCED-TOTAL TO RCR-SUMM-AMT.                            21
061341     MOVE RCD-REVIEW-CTR    TO RCR-SUMM-REVIEW.                         21
061341     WRITE RCDRPT-LINE FROM RCR-SUMM-LINE                               21
061341                       AFTER ADVANCING 2.                               21
061341     PERFORM 1989C-CHECK-WRITE THRU 1989C-EXIT.                         21
061341 1989-EXIT.  EXIT.                                                      21
061341                                                                        21
061341 1989A-WRITE-ONE-AGCY.                                                  21
061341     IF RCR-LINE-CTR > 54                                               21
061341         PERFORM 1389-RCR-HEADINGS THRU 1389-EXIT.                      21
061341     MOVE RCA-PROV-NO (RA1)      TO RCR-A-PROV.                         21
061341     MOVE RCA-STATE (RA1)        TO RCR-A-STATE.                        21
061341     MOVE RCA-OPTION (RA1)       TO RCR-A-OPTION.                       21
061341     MOVE RCA-CLAIMS (RA1)       TO RCR-A-CLAIMS.                       21
061341     MOVE RCA-AFFIRMED (RA1)     TO RCR-A-AFFIRMED.                     21
061341     MOVE RCA-NON-AFFIRMED (RA1) TO RCR-A-NON-AFF.                      21
061341     MOVE RCA-NO-UTN (RA1)       TO RCR-A-NO-UTN.                       21
061341     COMPUTE RCD-RATE ROUNDED =                                         21
061341         RCA-AFFIRMED (RA1) * 100 / RCA-CLAIMS (RA1).                   21
061341     MOVE RCD-RATE               TO RCR-A-RATE.                         21
061341     MOVE RCA-REDUCED (RA1)      TO RCR-A-REDUCED.                      21
061341     MOVE RCA-REDUCED-AMT (RA1)  TO RCR-A-REDUCED-AMT.                  21
061341     MOVE RCA-REVIEWED (RA1)     TO RCR-A-REVIEWED.                     21
061341     WRITE RCDRPT-LINE FROM RCR-AGCY-LINE                               21
061341                       AFTER ADVANCING 1.                               21
061341     PERFORM 1989C-CHECK-WRITE THRU 1989C-EXIT.                         21
061341     ADD 1 TO RCR-LINE-CTR.                                             21
061341     SET RA1 UP BY 1.                                                   21
061341 1989A-EXIT.  EXIT.                                                     21
061341                                                                        21
061341 1989C-CHECK-WRITE.                                                     21
061341     IF RCR-STAT1 > 0 DISPLAY ' BADU WRITE ON RCDRPT FILE'.             21
061341     ADD 1 TO RCDRPT-CTR.                                               21
061341 1989C-EXIT.  EXIT.                                                     21
061341                                                                        21
061341 1389-RCR-HEADINGS.                                                     21
061341     IF RCR-CLAIM-PAGE                                                  21
061341         WRITE RCDRPT-LINE FROM RCR-HEAD1                               21
061341                           AFTER ADVANCING PAGE                         21
061341     ELSE                                                               21
061341         WRITE RCDRPT-LINE FROM RCR-HEAD3                               21
061341                           AFTER ADVANCING PAGE.                        21
061341     IF RCR-STAT1 > 0 DISPLAY ' BADU WRITE ON RCDRPT FILE'.             21
061341     IF RCR-CLAIM-PAGE                                                  21
061341         WRITE RCDRPT-LINE FROM RCR-HEAD2                               21
061341                           AFTER ADVANCING 2                            21
061341     ELSE                                                               21
061341         WRITE RCDRPT-LINE FROM RCR-HEAD4                               21
061341                           AFTER ADVANCING 2.                           21
061341     MOVE ALL '-' TO RCDRPT-LINE.                                       21
061341     WRITE RCDRPT-LINE AFTER ADVANCING 1.                               21
061341     MOVE 5 TO RCR-LINE-CTR.                                            21
061341 1389-EXIT.  EXIT.                                                      21
061341*================================================================       21
061341*    EMERGENCY WAIVER SUMMARY - AFTER THE CLAIM LINES, ONE LINE         23
061341*    PER DECLARATION APPLIED, WITH THE PENALTY DOLLARS FORGONE          23
061341*    AND THE PAYMENT RELEASED PAST THE TIMELY-FILING LIMIT              23
061341*================================================================       23
061341 1991-EMR-REPORT.                                                       23
061341     IF EWD-NEXT = 0                                                    23
061341         GO TO 1991-EXIT.                                               23
061341     MOVE 'D' TO EWR-PAGE-SW.                                           23
061341     MOVE 65  TO EWR-LINE-CTR.                                          23
061341     SET ED1 TO 1.                                                      23
061341     PERFORM 1991A-WRITE-ONE-DECL THRU 1991A-EXIT                       23
061341             EWD-NEXT TIMES.                                            23
061341     MOVE EWD-NEXT          TO EWR-SUMM-DECL.                           23
061341     MOVE EMR-CLAIM-CTR     TO EWR-SUMM-CLAIMS.                         23
061341     MOVE EMR-FORGONE-TOTAL TO EWR-SUMM-AMT.                            23
061341     WRITE EMRRPT-LINE FROM EWR-SUMM-LINE                               23
061341                       AFTER ADVANCING 2.                               23
061341     PERFORM 1991C-CHECK-WRITE THRU 1991C-EXIT.                         23
061341 1991-EXIT.  EXIT.                                                      23
061341                                                                        23
061341 1991A-WRITE-ONE-DECL.                                                  23
061341     IF EWR-LINE-CTR > 54                                               23
061341         PERFORM 1391-EWR-HEADINGS THRU 1391-EXIT.                      23
061341     MOVE EWD-DECL-ID (ED1)      TO EWR-D-DECL.                         23
061341     MOVE EWD-PEN-CLAIMS (ED1)   TO EWR-D-PEN-CLAIMS.                   23
061341     MOVE EWD-NOA-AMT (ED1)      TO EWR-D-NOA-AMT.                      23
061341     MOVE EWD-SUB-AMT (ED1)      TO EWR-D-SUB-AMT.                      23
061341     COMPUTE EWR-D-TOTAL =                                              23
061341         EWD-NOA-AMT (ED1) + EWD-SUB-AMT (ED1).                         23
061341     MOVE EWD-TFL-CLAIMS (ED1)   TO EWR-D-TFL-CLAIMS.                   23
061341     MOVE EWD-TFL-PAY (ED1)      TO EWR-D-TFL-PAY.                      23
061341     WRITE EMRRPT-LINE FROM EWR-DECL-LINE                               23
061341                       AFTER ADVANCING 1.                               23
061341     PERFORM 1991C-CHECK-WRITE THRU 1991C-EXIT.                         23
061341     ADD 1 TO EWR-LINE-CTR.                                             23
061341     SET ED1 UP BY 1.                                                   23
061341 1991A-EXIT.  EXIT.                                                     23
061341                                                                        23
061341 1991C-CHECK-WRITE.                                                     23
061341     IF EWR-STAT1 > 0 DISPLAY ' BADX WRITE ON EMRRPT FILE'.             23
061341     ADD 1 TO EMRRPT-CTR.                                               23
061341 1991C-EXIT.  EXIT.                                                     23
061341                                                                        23
061341 1391-EWR-HEADINGS.                                                     23
061341     IF EWR-CLAIM-PAGE                                                  23
061341         WRITE EMRRPT-LINE FROM EWR-HEAD1                               23
061341                           AFTER ADVANCING PAGE                         23
061341     ELSE                                                               23
061341         WRITE EMRRPT-LINE FROM EWR-HEAD3                               23
061341                           AFTER ADVANCING PAGE.                        23
061341     IF EWR-STAT1 > 0 DISPLAY ' BADX WRITE ON EMRRPT FILE'.             23
061341     IF EWR-CLAIM-PAGE                                                  23
061341         WRITE EMRRPT-LINE FROM EWR-HEAD2                               23
061341                           AFTER ADVANCING 2                            23
061341     ELSE                                                               23
061341         WRITE EMRRPT-LINE FROM EWR-HEAD4                               23
061341                           AFTER ADVANCING 2.                           23
061341     MOVE ALL '-' TO EMRRPT-LINE.                                       23
061341     WRITE EMRRPT-LINE AFTER ADVANCING 1.                               23
061341     MOVE 5 TO EWR-LINE-CTR.                                            23
061341 1391-EXIT.  EXIT.                                                      23
061341                                                                        23
061341*================================================================       23
061341*    PROCESSED-FILE REGISTRY - COPY THE PRIOR GENERATION THROUGH        32
061341*    TO FILREGOUT, ADD THIS RUN'S ENTRY WHEN HHAFILE WAS READ, AND      32
061341*    LIST THE WHOLE REGISTRY ON FILREGRPT.  CALLED ONCE, FROM           32
061341*    WHICHEVER PATH ENDS THE RUN                                        32
061341*================================================================       32
061341 1992-WRITE-FILE-REGISTRY.                                              32
061341     IF FRG-WRITTEN                                                     32
061341         GO TO 1992-EXIT.                                               32
061341     MOVE 'Y' TO FRG-WRITTEN-SW.                                        32
061341     OPEN OUTPUT FILREGOUT                                              32
061341          OUTPUT FILREGRPT.                                             32
061341     MOVE 65 TO FRR-LINE-CTR.                                           32
061341     MOVE 0  TO FRG-EOF-SW.                                             32
061341                                                                        32
061341     OPEN INPUT FILREGIN.                                               32
061341     IF FRI-STAT1 = '0' OR FRI-STAT1 = '9'                              32
061341         PERFORM 1992A-COPY-ONE-ENTRY THRU 1992A-EXIT                   32
061341                 UNTIL FRG-EOF-SW = 1                                   32
061341         CLOSE FILREGIN.                                                32
061341                                                                        32
061341     IF NOT FRG-ACTIVE                                                  32
061341         GO TO 1992-CLOSE.                                              32
061341                                                                        32
061341     IF FRG-OUTCOME = SPACES                                            32
061341         MOVE 'COMPLETE' TO FRG-OUTCOME.                                32
061341     MOVE SPACES             TO FRG-ENTRY.                              32
061341     ACCEPT FRE-RUN-DATE     FROM DATE YYYYMMDD.                        32
061341     ACCEPT RL-CURR-TIME     FROM TIME.                                 32
061341     MOVE RL-CURR-TIME (1:6) TO FRE-RUN-TIME.                           32
061341     MOVE RUN-MODE-SW        TO FRE-RUN-MODE.                           32
061341     MOVE FRG-OUTCOME        TO FRE-OUTCOME.                            32
061341     MOVE FRG-THIS-PRINT     TO FRE-PRINT.                              32
061341     MOVE OUTFILE-CTR        TO FRE-PRICED-CTR.                         32
061341     MOVE EXCPFILE-CTR       TO FRE-EXCP-CTR.                           32
061341     MOVE FRG-MATCH-DATE     TO FRE-MATCH-DATE.                         32
061341     MOVE FRG-MATCH-TIME     TO FRE-MATCH-TIME.                         32
061341     MOVE FRG-RERUN-USER     TO FRE-RERUN-USER.                         32
061341     IF INCREMENTAL-MODE                                                32
061341         MOVE PARM-RUN-SEQ  TO FRE-INCR-SEQ.                            32
061341     PERFORM 1992B-WRITE-ENTRY THRU 1992B-EXIT.                         32
061341     DISPLAY '-- FILE REGISTRY OUTCOME      ===> ' FRG-OUTCOME.         32
061341                                                                        32
061341 1992-CLOSE.                                                            32
061341     MOVE FRG-ENTRY-CTR   TO FRR-SUMM-ENTRIES.                          32
061341     MOVE FRG-REFUSED-CTR TO FRR-SUMM-REFUSED.                          32
061341     MOVE FRG-RERUN-CTR   TO FRR-SUMM-RERUNS.                           32
061341     IF FRR-LINE-CTR > 54                                               32
061341         PERFORM 1392-FRR-HEADINGS THRU 1392-EXIT.                      32
061341     WRITE FILREGRPT-LINE FROM FRR-SUMM-LINE                            32
061341                          AFTER ADVANCING 2.                            32
061341     PERFORM 1992C-CHECK-WRITE THRU 1992C-EXIT.                         32
061341     CLOSE FILREGOUT.                                                   32
061341     CLOSE FILREGRPT.                                                   32
061341     DISPLAY '-- OUTPUT COUNTS FOR FILREGRPT===> ' FILREGRPT-CTR.       32
061341 1992-EXIT.  EXIT.                                                      32
061341                                                                        32
061341 1992A-COPY-ONE-ENTRY.                                                  32
061341     READ FILREGIN INTO FRG-ENTRY                                       32
061341         AT END                                                         32
061341             MOVE 1 TO FRG-EOF-SW                                       32
061341             GO TO 1992A-EXIT.                                          32
061341     PERFORM 1992B-WRITE-ENTRY THRU 1992B-EXIT.                         32
061341 1992A-EXIT.  EXIT.                                                     32
061341                                                                        32
061341 1992B-WRITE-ENTRY.                                                     32
061341     WRITE FILREGOUT-REC FROM FRG-ENTRY.                                32
061341     IF FRO-STAT1 > 0 DISPLAY ' BADF WRITE ON FILREGOUT FILE'.          32
061341     ADD 1 TO FRG-ENTRY-CTR.                                            32
061341     IF FRE-OUTCOME = 'REFUSED'                                         32
061341         ADD 1 TO FRG-REFUSED-CTR.                                      32
061341     IF FRE-OUTCOME = 'RERUN'                                           32
061341         ADD 1 TO FRG-RERUN-CTR.                                        32
061341                                                                        32
061341     IF FRR-LINE-CTR > 52                                               32
061341         PERFORM 1392-FRR-HEADINGS THRU 1392-EXIT.                      32
061341     MOVE FRE-RUN-DATE        TO FRR-RUN-DATE.                          32
061341     MOVE FRE-RUN-TIME        TO FRR-RUN-TIME.                          32
061341     MOVE FRE-RUN-MODE        TO FRR-RUN-MODE.                          32
061341     MOVE FRE-OUTCOME         TO FRR-OUTCOME.                           32
061341     MOVE FRE-REC-COUNT       TO FRR-REC-COUNT.                         32
061341     MOVE FRE-PRICED-CTR      TO FRR-PRICED-CTR.                        32
061341     MOVE FRE-EXCP-CTR        TO FRR-EXCP-CTR.                          32
061341     MOVE FRE-NPI-HASH        TO FRR-NPI-HASH.                          32
061341     MOVE FRE-PAY-HASH        TO FRR-PAY-HASH.                          32
061341     MOVE FRE-DATE-HASH       TO FRR-DATE-HASH.                         32
061341     MOVE FRE-MATCH-DATE      TO FRR-MATCH-DATE.                        32
061341     MOVE FRE-RERUN-USER      TO FRR-RERUN-USER.                        32
061341     WRITE FILREGRPT-LINE FROM FRR-DETAIL-LINE                          32
061341                          AFTER ADVANCING 2.                            32
061341     PERFORM 1992C-CHECK-WRITE THRU 1992C-EXIT.                         32
061341     MOVE FRE-FIRST-NPI       TO FRR-FIRST-NPI.                         32
061341     MOVE FRE-FIRST-HIC       TO FRR-FIRST-HIC.                         32
061341     MOVE FRE-FIRST-FROM      TO FRR-FIRST-FROM.                        32
061341     MOVE FRE-LAST-NPI        TO FRR-LAST-NPI.                          32
061341     MOVE FRE-LAST-HIC        TO FRR-LAST-HIC.                          32
061341     MOVE FRE-LAST-FROM       TO FRR-LAST-FROM.                         32
061341     WRITE FILREGRPT-LINE FROM FRR-KEY-LINE                             32
061341                          AFTER ADVANCING 1.                            32
061341     PERFORM 1992C-CHECK-WRITE THRU 1992C-EXIT.                         32
061341     ADD 3 TO FRR-LINE-CTR.                                             32
061341 1992B-EXIT.  EXIT.                                                     32
061341                                                                        32
061341 1992C-CHECK-WRITE.                                                     32
061341     IF FRR-STAT1 > 0 DISPLAY ' BADF WRITE ON FILREGRPT FILE'.          32
061341     ADD 1 TO FILREGRPT-CTR.                                            32
061341 1992C-EXIT.  EXIT.                                                     32
061341                                                                        32
061341 1392-FRR-HEADINGS.                                                     32
061341     WRITE FILREGRPT-LINE FROM FRR-HEAD1                                32
061341                          AFTER ADVANCING PAGE.                         32
061341     IF FRR-STAT1 > 0 DISPLAY ' BADF WRITE ON FILREGRPT FILE'.          32
061341     WRITE FILREGRPT-LINE FROM FRR-HEAD2                                32
061341                          AFTER ADVANCING 2.                            32
061341     MOVE ALL '-' TO FILREGRPT-LINE.                                    32
061341     WRITE FILREGRPT-LINE AFTER ADVANCING 1.                            32
061341     MOVE 5 TO FRR-LINE-CTR.                                            32
061341 1392-EXIT.  EXIT.                                                      32
061342                                                                       80
061343 1955A-WRITE-DUP-TRACK.                                                80
061344     IF DUP-TRK-NEXT = 0                                               80
061514             ' WITH ' BRK-DOM-COUNT ' REJECTS'.                        68
061515     DISPLAY '** FIX THE INPUT AND RESTART FROM THE CHECKPOINT'.       68
061516                                                                       68
061516     MOVE 'BREAKER' TO FRG-OUTCOME.                                     32
061516     PERFORM 1992-WRITE-FILE-REGISTRY THRU 1992-EXIT.                   32
061517     MOVE 20 TO RETURN-CODE.                                           68
061518     STOP RUN.                                                         68
061519 0129-EXIT.  EXIT.                                                     68
061821     MOVE HKS-ADMIT-DATE      TO CH-ADMIT-DATE      (HX1).            84
061822     MOVE HKS-DCN             TO CH-DCN             (HX1).             98
061823     MOVE HKS-PRED-DCN        TO CH-PRED-DCN        (HX1).             98
061823     MOVE HKS-INIT-DATE       TO CH-INIT-DATE       (HX1).              13
061822     SET CLAIM-HIST-FOUND TO TRUE.                                    84
061823 0100B-EXIT.  EXIT.                                                   84
061779                                                                      54
