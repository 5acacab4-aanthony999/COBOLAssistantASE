002672         FILE STATUS IS EDC-STAT.                                       91
002673     SELECT OPTIONAL RELCAT ASSIGN TO UT-S-RELCAT                       92
002674         FILE STATUS IS REL-STAT.                                       92
002675     SELECT OPTIONAL HOSPELIG ASSIGN TO UT-S-HOSPELIG                   00
002676         FILE STATUS IS HSP-STAT.                                       00
002677     SELECT OPTIONAL INPTDSCH ASSIGN TO UT-S-INPTDSCH                   01
002678         FILE STATUS IS DSC-STAT.                                       01
002679     SELECT OPTIONAL QRPLIST ASSIGN TO UT-S-QRPLIST                     03
002679         FILE STATUS IS QRP-STAT.                                       03
002679     SELECT OPTIONAL TFEXCPT ASSIGN TO UT-S-TFEXCPT                     13
002679         FILE STATUS IS TFX-STAT.                                       13
002679     SELECT OPTIONAL ORDELIG ASSIGN TO UT-S-ORDELIG                     16
002679         FILE STATUS IS ORE-STAT.                                       16
002679     SELECT RURCNTY    ASSIGN TO UT-S-RURCNTY                           19
002679         FILE STATUS IS RCY-STAT.                                       19
002670     SELECT OPTIONAL SNAPIN ASSIGN TO UT-S-SNAPIN                       71
002680         FILE STATUS IS SNI-STAT.                                       71
002690     SELECT SNAPOUT    ASSIGN TO UT-S-SNAPOUT                           71
009509     05  PVM-TERM-DATE           PIC X(08).                             53
009510     05  FILLER                  PIC X(01).                             53
009511     05  PVM-SANCTION-IND        PIC X(01).                             53
009511*        CHANGE OF OWNERSHIP - THE OLD OWNER'S ROW NAMES ITS            07
009511*        SUCCESSOR CCN, THE NEW OWNER'S ROW ITS PREDECESSOR, AND        07
009511*        BOTH CARRY THE DATE THE NEW OWNER TOOK OVER                    07
009511     05  FILLER                  PIC X(01).                             07
009511     05  PVM-SUCC-CCN            PIC X(06).                             07
009511     05  FILLER                  PIC X(01).                             07
009511     05  PVM-PRED-CCN            PIC X(06).                             07
009511     05  FILLER                  PIC X(01).                             07
009511     05  PVM-CHOW-DATE           PIC X(08).                             07
009511*        FEDERAL TAX ID THE AGENCY IS PAID UNDER - SEVERAL CCNS         08
009511*        MAY SHARE ONE TIN (YEAR-END 1099 REPORTING ONLY)               08
009511     05  FILLER                  PIC X(01).                             08
009511     05  PVM-TIN                 PIC X(09).                             08
009512                                                                        57
009513 FD  EPIRATE                                                            57
009514     RECORDING MODE IS F                                                57
009554     05  BEN-MA-THRU             PIC X(08).                             76
009554     05  FILLER                  PIC X(23).                             76
009554                                                                        76
009554*        HOSPICE ELECTION PERIODS - ONE ROW PER ELECTION.  AN           00
009554*        ELECTION STILL IN FORCE CARRIES A BLANK (OR ZERO)              00
009554*        REVOCATION/DISCHARGE DATE                                      00
009554 FD  HOSPELIG                                                           00
009554     RECORDING MODE IS F                                                00
009554     LABEL RECORDS ARE STANDARD.                                        00
009554 01  HOSP-ELIG-REC.                                                     00
009554     05  HSP-HIC                 PIC X(12).                             00
009554     05  FILLER                  PIC X(01).                             00
009554     05  HSP-PROV-NO             PIC X(06).                             00
009554     05  FILLER                  PIC X(01).                             00
009554     05  HSP-ELECT-DATE          PIC X(08).                             00
009554     05  FILLER                  PIC X(01).                             00
009554     05  HSP-REVOKE-DATE         PIC X(08).                             00
009554     05  FILLER                  PIC X(43).                             00
009554                                                                        00
009554*        INPATIENT/SNF DISCHARGE EXTRACT - ONE ROW PER ACUTE OR         01
009554*        POST-ACUTE DISCHARGE, KEYED BY THE BENEFICIARY (HIC OR         01
009554*        MBI) AS THE FEED CARRIES IT                                    01
009554 FD  INPTDSCH                                                           01
009554     RECORDING MODE IS F                                                01
009554     LABEL RECORDS ARE STANDARD.                                        01
009554 01  INPT-DSCH-REC.                                                     01
009554     05  DSC-BENE-ID             PIC X(12).                             01
009554     05  FILLER                  PIC X(01).                             01
009554     05  DSC-FACILITY            PIC X(06).                             01
009554     05  FILLER                  PIC X(01).                             01
009554     05  DSC-FAC-TYPE            PIC X(01).                             01
009554     05  FILLER                  PIC X(01).                             01
009554     05  DSC-DSCH-DATE           PIC X(08).                             01
009554     05  FILLER                  PIC X(50).                             01
009554                                                                        01
009554*        QRP NON-COMPLIANCE LIST - ONE ROW PER PROVIDER AND             03
009554*        CALENDAR YEAR OF THE QUALITY REDUCTION, EFFECTIVE-DATED.       03
009554*        STATUS N = NON-COMPLIANT (REDUCED RATE), C = COMPLIANT         03
009554*        (A LATER ROW THAT REINSTATES THE FULL RATE ON APPEAL)          03
009554 FD  QRPLIST                                                            03
009554     RECORDING MODE IS F                                                03
009554     LABEL RECORDS ARE STANDARD.                                        03
009554 01  QRP-LIST-REC.                                                      03
009554     05  QRP-PROV-NO             PIC X(06).                             03
009554     05  FILLER                  PIC X(01).                             03
009554     05  QRP-CAL-YEAR            PIC X(04).                             03
009554     05  FILLER                  PIC X(01).                             03
009554     05  QRP-EFF-DATE            PIC X(08).                             03
009554     05  FILLER                  PIC X(01).                             03
009554     05  QRP-STATUS              PIC X(01).                             03
009554     05  FILLER                  PIC X(58).                             03
009554                                                                        03
009554*        TIMELY-FILING / REOPENING EXCEPTIONS - ONE ROW PER CLAIM       13
009554*        (NPI, BENEFICIARY AS SUBMITTED, FROM DATE) GRANTED AN          13
009554*        EXCEPTION.  AE = ADMINISTRATIVE ERROR, RE = RETROACTIVE        13
009554*        ENTITLEMENT (BOTH WAIVE THE 12-MONTH FILING LIMIT),            13
009554*        GC = GOOD CAUSE (EXTENDS THE REOPENING WINDOW TO FOUR          13
009554*        YEARS FROM THE INITIAL DETERMINATION)                          13
009554 FD  TFEXCPT                                                            13
009554     RECORDING MODE IS F                                                13
009554     LABEL RECORDS ARE STANDARD.                                        13
009554 01  TFL-EXCPT-REC.                                                     13
009554     05  TFX-NPI                 PIC X(10).                             13
009554     05  TFX-HIC                 PIC X(12).                             13
009554     05  TFX-FROM-DATE           PIC X(08).                             13
009554     05  TFX-REASON              PIC X(02).                             13
009554     05  TFX-GRANT-DATE          PIC X(08).                             13
009554     05  FILLER                  PIC X(40).                             13
009554                                                                        13
009554*        ORDERING/REFERRING PRACTITIONER ELIGIBILITY - ONE ROW          16
009554*        PER ENROLLMENT SPAN OF A PHYSICIAN OR ALLOWED                  16
009554*        PRACTITIONER WHO MAY ORDER AND CERTIFY HOME HEALTH.  A         16
009554*        BLANK OR ZERO ELIGIBLE-THROUGH DATE IS AN OPEN SPAN            16
009554 FD  ORDELIG                                                            16
009554     RECORDING MODE IS F                                                16
009554     LABEL RECORDS ARE STANDARD.                                        16
009554 01  ORD-ELIG-REC.                                                      16
009554     05  ORE-NPI                 PIC X(10).                             16
009554     05  ORE-NAME                PIC X(30).                             16
009554     05  ORE-ELIG-FROM           PIC X(08).                             16
009554     05  ORE-ELIG-THRU           PIC X(08).                             16
009554     05  FILLER                  PIC X(24).                             16
009554                                                                        16
009554*        RURAL COUNTY CATEGORY - ONE ROW PER COUNTY (STATE AND          19
009554*        COUNTY FIPS) AND EFFECTIVE DATE, CARRYING THE RURAL            19
009554*        ADD-ON CATEGORY (A/B/C) IN FORCE FROM THAT DATE, OR N          19
009554*        WHEN THE COUNTY NO LONGER QUALIFIES.  REPLACES THE             19
009554*        COUNTY LISTS FORMERLY COMPILED INTO THE CALC PROGRAM           19
009554 FD  RURCNTY                                                            19
009554     RECORDING MODE IS F                                                19
009554     LABEL RECORDS ARE STANDARD.                                        19
009554 01  RURAL-CNTY-REC.                                                    19
009554     05  RCY-COUNTY              PIC X(05).                             19
009554     05  FILLER                  PIC X(01).                             19
009554     05  RCY-EFFDATE             PIC X(08).                             19
009554     05  FILLER                  PIC X(01).                             19
009554     05  RCY-CATEGORY            PIC X(01).                             19
009554     05  FILLER                  PIC X(64).                             19
009554                                                                        19
009555 FD  SNAPIN                                                             71
009556     RECORDING MODE IS F                                                71
009557     LABEL RECORDS ARE STANDARD.                                        71
012221 01  EDC-STAT.                                                          91
012221     05  EDC-STAT1          PIC X.                                      91
012221     05  EDC-STAT2          PIC X.                                      91
012221 01  EOF-HSP                 PIC 9(01)  VALUE 0.                        00
012221 01  HSP-READ-CTR            PIC 9(09)  VALUE 0.                        00
012221 01  HSP-LOAD-CTR            PIC 9(09)  VALUE 0.                        00
012221 01  HSP-STAT.                                                          00
012221     05  HSP-STAT1          PIC X.                                      00
012221     05  HSP-STAT2          PIC X.                                      00
012221 01  EOF-DSC                 PIC 9(01)  VALUE 0.                        01
012221 01  DSC-READ-CTR            PIC 9(09)  VALUE 0.                        01
012221 01  DSC-LOAD-CTR            PIC 9(09)  VALUE 0.                        01
012221 01  DSC-STAT.                                                          01
012221     05  DSC-STAT1          PIC X.                                      01
012221     05  DSC-STAT2          PIC X.                                      01
012221 01  EOF-QRP                 PIC 9(01)  VALUE 0.                        03
012221 01  QRP-READ-CTR            PIC 9(09)  VALUE 0.                        03
012221 01  QRP-LOAD-CTR            PIC 9(09)  VALUE 0.                        03
012221 01  QRP-STAT.                                                          03
012221     05  QRP-STAT1          PIC X.                                      03
012221     05  QRP-STAT2          PIC X.                                      03
012221 01  EOF-TFX                 PIC 9(01)  VALUE 0.                        13
012221 01  TFX-READ-CTR            PIC 9(09)  VALUE 0.                        13
012221 01  TFX-LOAD-CTR            PIC 9(09)  VALUE 0.                        13
012221 01  TFX-STAT.                                                          13
012221     05  TFX-STAT1          PIC X.                                      13
012221     05  TFX-STAT2          PIC X.                                      13
012221 01  EOF-ORE                 PIC 9(01)  VALUE 0.                        16
012221 01  ORE-READ-CTR            PIC 9(09)  VALUE 0.                        16
012221 01  ORE-LOAD-CTR            PIC 9(09)  VALUE 0.                        16
012221 01  ORE-STAT.                                                          16
012221     05  ORE-STAT1          PIC X.                                      16
012221     05  ORE-STAT2          PIC X.                                      16
012221 01  EOF-RCY                 PIC 9(01)  VALUE 0.                        19
012221 01  RCY-READ-CTR            PIC 9(09)  VALUE 0.                        19
012221 01  RCY-LOAD-CTR            PIC 9(09)  VALUE 0.                        19
012221 01  RCY-STAT.                                                          19
012221     05  RCY-STAT1          PIC X.                                      19
012221     05  RCY-STAT2          PIC X.                                      19
012221 01  EOF-REL                 PIC 9(01)  VALUE 0.                        92
012221 01  REL-ROW-CTR             PIC 9(05)  VALUE 0.                        92
012221 01  REL-BAD-SW              PIC X(01)  VALUE 'N'.                      92
019107         10  TB-PVM-CERT-DATE     PIC X(08).                            53
019108         10  TB-PVM-TERM-DATE     PIC X(08).                            53
019109         10  TB-PVM-SANCTION-IND  PIC X(01).                            53
019109         10  TB-PVM-SUCC-CCN      PIC X(06).                            07
019109         10  TB-PVM-PRED-CCN      PIC X(06).                            07
019109         10  TB-PVM-CHOW-DATE     PIC X(08).                            07
019110                                                                        57
019111*---------------------------------------------------------------*       57
019112*    EFFECTIVE-DATED EPISODE RATE / OUTLIER THRESHOLD TABLE,     *       5
019144                          INDEXED BY CC1 CC2 CC3.                       65
019145         10  TB-CCX-COUNTY        PIC X(05).                            65
019146         10  TB-CCX-CBSA          PIC X(05).                            65
019146*---------------------------------------------------------------*       00
019146*    HOSPICE ELECTION PERIODS BY BENEFICIARY (KEY AS SUBMITTED, *       00
019146*    HIC OR MBI, AS FOR BENEELIG).  A HOME HEALTH PERIOD THAT    *      00
019146*    OVERLAPS AN ELECTION IS EDITED IN HHDRV213                  *      00
019146*---------------------------------------------------------------*       00
019146     03  HOSP-ELIG-TABLE.                                               00
019146         05  HSP-ELIG-COUNT    PIC 9(05).                               00
019146         05  T-HSP-DATA        OCCURS 10000                             00
019146                               INDEXED BY HS1 HS2 HS3.                  00
019146             10  TB-HSP-HIC           PIC X(12).                        00
019146             10  TB-HSP-PROV-NO       PIC X(06).                        00
019146             10  TB-HSP-ELECT-DATE    PIC X(08).                        00
019146             10  TB-HSP-REVOKE-DATE   PIC X(08).                        00
019146*---------------------------------------------------------------*       01
019146*    INPATIENT/SNF DISCHARGES BY BENEFICIARY - HHDRV213 CHECKS   *      01
019146*    THE ADMISSION SOURCE (HRG POSITION 1) AGAINST A DISCHARGE   *      01
019146*    IN THE 14 DAYS BEFORE THE PERIOD                            *      01
019146*---------------------------------------------------------------*       01
019146     03  INPT-DSCH-TABLE.                                               01
019146         05  DSC-DSCH-COUNT    PIC 9(05).                               01
019146         05  T-DSC-DATA        OCCURS 20000                             01
019146                               INDEXED BY DS1 DS2 DS3.                  01
019146             10  TB-DSC-BENE-ID       PIC X(12).                        01
019146             10  TB-DSC-FACILITY      PIC X(06).                        01
019146             10  TB-DSC-FAC-TYPE      PIC X(01).                        01
019146             10  TB-DSC-DSCH-DATE     PIC X(08).                        01
019146*---------------------------------------------------------------*       03
019146*    QRP NON-COMPLIANCE LIST BY PROVIDER AND CALENDAR YEAR -     *      03
019146*    HHDRV213 TAKES IT OVER THE SUBMITTED QRP INDICATOR FOR ANY  *      03
019146*    YEAR THE LIST COVERS                                        *      03
019146*---------------------------------------------------------------*       03
019146     03  QRP-NC-TABLE.                                                  03
019146         05  QRP-NC-COUNT      PIC 9(05).                               03
019146         05  T-QRP-DATA        OCCURS 5000                              03
019146                               INDEXED BY QR1 QR2 QR3.                  03
019146             10  TB-QRP-PROV-NO       PIC X(06).                        03
019146             10  TB-QRP-CAL-YEAR      PIC X(04).                        03
019146             10  TB-QRP-EFF-DATE      PIC X(08).                        03
019146             10  TB-QRP-STATUS        PIC X(01).                        03
019146*---------------------------------------------------------------*       13
019146*    TIMELY-FILING AND REOPENING-WINDOW EXCEPTIONS BY CLAIM -    *      13
019146*    HHDRV213 WAIVES OR EXTENDS THE LIMIT FOR A MATCHING ROW     *      13
019146*---------------------------------------------------------------*       13
019146     03  TFL-EXCPT-TABLE.                                               13
019146         05  TFL-EXCPT-COUNT   PIC 9(05).                               13
019146         05  T-TFX-DATA        OCCURS 5000                              13
019146                               INDEXED BY TX1 TX2 TX3.                  13
019146             10  TB-TFX-NPI           PIC X(10).                        13
019146             10  TB-TFX-HIC           PIC X(12).                        13
019146             10  TB-TFX-FROM-DATE     PIC X(08).                        13
019146             10  TB-TFX-REASON        PIC X(02).                        13
019146             10  TB-TFX-GRANT-DATE    PIC X(08).                        13
019146*---------------------------------------------------------------*       16
019146*    ORDERING/REFERRING PRACTITIONER ENROLLMENT SPANS -          *      16
019146*    HHDRV213 EDITS THE CLAIM'S CERTIFYING PRACTITIONER          *      16
019146*---------------------------------------------------------------*       16
019146     03  ORD-ELIG-TABLE.                                                16
019146         05  ORD-ELIG-COUNT    PIC 9(05).                               16
019146         05  T-ORE-DATA        OCCURS 20000                             16
019146                               INDEXED BY OE1 OE2 OE3.                  16
019146             10  TB-ORE-NPI           PIC X(10).                        16
019146             10  TB-ORE-ELIG-FROM     PIC X(08).                        16
019146             10  TB-ORE-ELIG-THRU     PIC X(08).                        16
019146*---------------------------------------------------------------*       19
019146*    EFFECTIVE-DATED RURAL COUNTY CATEGORIES - HHDRV213 HANDS    *      19
019146*    THE CALC THE CATEGORY IN FORCE FOR THE CLAIM'S COUNTY ON    *      19
019146*    ITS SERVICE DATE                                            *      19
019146*---------------------------------------------------------------*       19
019146     03  RURAL-CNTY-TABLE.                                              19
019146         05  RURAL-CNTY-COUNT  PIC 9(05).                               19
019146         05  T-RCY-DATA        OCCURS 5000                              19
019146                               INDEXED BY RY1 RY2 RY3.                  19
019146             10  TB-RCY-COUNTY        PIC X(05).                        19
019146             10  TB-RCY-EFFDATE       PIC X(08).                        19
019146             10  TB-RCY-CATEGORY      PIC X(01).                        19
019147*    THE REGISTERED RELEASE THAT PRODUCED THESE TABLES - IT             92
019148*    TRAVELS WITH THE SNAPSHOT SO LINEAGE SURVIVES A RESTORE            92
019149     03  REL-RELEASE-ID          PIC X(08).                             92
019000                                                                  01900028
019100 LINKAGE SECTION.                                                 01910028
019200*----------------------------------------------------------------*01920028
019300*  INPUT/OUTPUT RECORD LAYOUT - PIC X(1000)                      *      31
019400*  THIS RECORD WAS MODIFIED FOR THE 01/01/2020 RELEASE           *01940028
019500*----------------------------------------------------------------*01950028
019600 01  HHA-INPUT-DATA.                                              01960028
020048     10  HHA-MSA2                 PIC X(05).                           51
020046     10  HHA-LUPA-ADDON-REASON-CD PIC X(01).                         52
020045     10  FILLER                     PIC X(107).                        52
020046*        VERSION 3 EXTENSION (BYTES 651-1000)                           31
020047     05  HHA-V3-EXTENSION           PIC X(350).                         31
020050                                                                  02005028
020051*----------------------------------------------------------------*    63
020052*  EFFECTIVE-DATE COVERAGE OF THE LOADED REFERENCE TABLES,         *    63
020100         05  HHDRV-VERSION                 PIC X(07).             02010028
020200         05  HHCAL-VERSION                 PIC X(07).             02020028
020300         05  FILLER                        PIC X(20).             02030028
020310         05  FILLER                        PIC X(15).                   13
020320         05  FILLER                        PIC X(11).                   16
020330         05  FILLER                        PIC X(01).                   23
020400                                                                  02040028
020500**==================================================***           02050028
020600 PROCEDURE  DIVISION USING HHA-INPUT-DATA                         02060028
022151     PERFORM 6000-LOAD-INTRATE THRU 6000-EXIT                           85
022152     PERFORM 6200-LOAD-PROVRECL THRU 6200-EXIT                          89
022153     PERFORM 6400-LOAD-EDITCTL THRU 6400-EXIT                           91
022153     PERFORM 6800-LOAD-HOSPELIG THRU 6800-EXIT                          00
022153     PERFORM 7000-LOAD-INPTDSCH THRU 7000-EXIT                          01
022153     PERFORM 7200-LOAD-QRPLIST THRU 7200-EXIT                           03
022153     PERFORM 7400-LOAD-TFEXCPT THRU 7400-EXIT                           13
022153     PERFORM 7600-LOAD-ORDELIG THRU 7600-EXIT                           16
022153     PERFORM 7800-LOAD-RURCNTY THRU 7800-EXIT                           19
022154     PERFORM 6600-VERIFY-RELEASE THRU 6600-EXIT                         92
022150             PERFORM 3000-WRITE-TBL-AUDIT THRU 3000-EXIT          02215028
022160            PERFORM 5500-WRITE-SNAPSHOT THRU 5500-EXIT                 71
024130                             INTEREST-RATE-TABLE                        85
024140                             PROV-RECL-TABLE                             89
024150                             EDIT-CTL-TABLE                              91
024160                             HOSP-ELIG-TABLE                            00
024160                             INPT-DSCH-TABLE                            01
024160                             QRP-NC-TABLE                               03
024160                             TFL-EXCPT-TABLE                            13
024160                             ORD-ELIG-TABLE                             16
024160                             RURAL-CNTY-TABLE                           19
024200                             HHA-INPUT-DATA                       02420028
024300                             HOLD-VARIABLES-DATA.                 02430028
024400         GOBACK.                                                  02440028
041470     MOVE EDC-LOAD-CTR     TO AUD-LOAD-CT.                              91
041471     WRITE TBLAUDIT-LINE FROM AUD-DETAIL-LINE                           91
041472                              AFTER ADVANCING 1.                        91
041473                                                                        00
041473     MOVE SPACES           TO AUD-DETAIL-LINE.                          00
041473     MOVE 'HOSPELIG'       TO AUD-TBL-NAME.                             00
041473     MOVE HSP-READ-CTR     TO AUD-READ-CT.                              00
041473     MOVE HSP-LOAD-CTR     TO AUD-LOAD-CT.                              00
041473     WRITE TBLAUDIT-LINE FROM AUD-DETAIL-LINE                           00
041473                              AFTER ADVANCING 1.                        00
041473                                                                        00
041473     MOVE SPACES           TO AUD-DETAIL-LINE.                          01
041473     MOVE 'INPTDSCH'       TO AUD-TBL-NAME.                             01
041473     MOVE DSC-READ-CTR     TO AUD-READ-CT.                              01
041473     MOVE DSC-LOAD-CTR     TO AUD-LOAD-CT.                              01
041473     WRITE TBLAUDIT-LINE FROM AUD-DETAIL-LINE                           01
041473                              AFTER ADVANCING 1.                        01
041473                                                                        01
041473     MOVE SPACES           TO AUD-DETAIL-LINE.                          03
041473     MOVE 'QRPLIST'        TO AUD-TBL-NAME.                             03
041473     MOVE QRP-READ-CTR     TO AUD-READ-CT.                              03
041473     MOVE QRP-LOAD-CTR     TO AUD-LOAD-CT.                              03
041473     WRITE TBLAUDIT-LINE FROM AUD-DETAIL-LINE                           03
041473                              AFTER ADVANCING 1.                        03
041473                                                                        03
041473     MOVE SPACES           TO AUD-DETAIL-LINE.                          13
041473     MOVE 'TFEXCPT'        TO AUD-TBL-NAME.                             13
041473     MOVE TFX-READ-CTR     TO AUD-READ-CT.                              13
041473     MOVE TFX-LOAD-CTR     TO AUD-LOAD-CT.                              13
041473     WRITE TBLAUDIT-LINE FROM AUD-DETAIL-LINE                           13
041473                              AFTER ADVANCING 1.                        13
041473                                                                        13
041473     MOVE SPACES           TO AUD-DETAIL-LINE.                          16
041473     MOVE 'ORDELIG'        TO AUD-TBL-NAME.                             16
041473     MOVE ORE-READ-CTR     TO AUD-READ-CT.                              16
041473     MOVE ORE-LOAD-CTR     TO AUD-LOAD-CT.                              16
041473     WRITE TBLAUDIT-LINE FROM AUD-DETAIL-LINE                           16
041473                              AFTER ADVANCING 1.                        16
041473                                                                        16
041473     MOVE SPACES           TO AUD-DETAIL-LINE.                          19
041473     MOVE 'RURCNTY'        TO AUD-TBL-NAME.                             19
041473     MOVE RCY-READ-CTR     TO AUD-READ-CT.                              19
041473     MOVE RCY-LOAD-CTR     TO AUD-LOAD-CT.                              19
041473     WRITE TBLAUDIT-LINE FROM AUD-DETAIL-LINE                           19
041473                              AFTER ADVANCING 1.                        19
041398                                                                  04139828
041700      CLOSE TBLAUDIT.                                             04170028
041800                                                                  04180028
046730*    STATE, CERTIFICATION DATE, TERMINATION DATE AND SANCTION    *      53
046740*    FLAG - USED BY HHDRV213 TO REJECT CLAIMS FOR PROVIDERS      *      53
046750*    NOT ACTIVE ON THE SERVICE FROM-DATE OR UNDER SANCTION       *      53
046750*    - PLUS THE CHANGE-OF-OWNERSHIP LINKS (SUCCESSOR CCN,        *      07
046750*      PREDECESSOR CCN AND DATE) HHDRV213 ROUTES CLAIMS BY       *      07
046760*===============================================================*       53
046770 3600-LOAD-PROVMSTR.                                                    53
046780     OPEN INPUT PROVMSTR.                                               53
047090             MOVE PVM-CERT-DATE    TO TB-PVM-CERT-DATE    (PM3)         53
047100             MOVE PVM-TERM-DATE    TO TB-PVM-TERM-DATE    (PM3)         53
047110             MOVE PVM-SANCTION-IND TO TB-PVM-SANCTION-IND (PM3)         53
047110             MOVE PVM-SUCC-CCN     TO TB-PVM-SUCC-CCN     (PM3)         07
047110             MOVE PVM-PRED-CCN     TO TB-PVM-PRED-CCN     (PM3)         07
047110             MOVE PVM-CHOW-DATE    TO TB-PVM-CHOW-DATE    (PM3)         07
047120              ADD 1 TO PVM-LOAD-CTR                                     53
047125        END-IF                                                           8
047130      END-IF.                                                           53
050192         END-IF                                                         92
050193         GO TO 6700-EXIT.                                               92
050194                                                                        92
050194     IF REL-TABLE-NAME = 'RURCNTY'                                      19
050194         IF REL-REC-COUNT NOT = RCY-LOAD-CTR                            19
050194             MOVE 'Y' TO REL-BAD-SW                                     19
050194             DISPLAY '** RURCNTY DOES NOT MATCH RELEASE '               19
050194                     REL-RELEASE-ID-IN                                  19
050194         END-IF                                                         19
050194         GO TO 6700-EXIT.                                               19
050194                                                                        19
050195     DISPLAY '** RELCAT ROW FOR UNKNOWN TABLE IGNORED - '               92
050196             REL-TABLE-NAME.                                            92
050197 6700-EXIT.  EXIT.                                                      92

050198                                                                        00
050198*===============================================================*       00
050198*    LOAD THE OPTIONAL HOSPICE ELECTION-PERIOD FILE - ABSENT     *      00
050198*    FILE MEANS NO HOSPICE OVERLAP EDIT                          *      00
050198*===============================================================*       00
050198 6800-LOAD-HOSPELIG.                                                    00
050198     INITIALIZE HOSP-ELIG-TABLE.                                        00
050198     OPEN INPUT HOSPELIG.                                               00
050198     MOVE 0 TO EOF-HSP.                                                 00
050198     SET HS3 TO 1.                                                      00
050198                                                                        00
050198     IF HSP-STAT1 = '0' OR HSP-STAT1 = '9'                              00
050198         PERFORM 6900-READ-HOSPELIG THRU 6900-EXIT                      00
050198              UNTIL EOF-HSP = 1                                         00
050198         CLOSE HOSPELIG.                                                00
050198                                                                        00
050198     MOVE HSP-LOAD-CTR TO HSP-ELIG-COUNT.                               00
050198                                                                        00
050198 6800-EXIT.  EXIT.                                                      00
050198                                                                        00
050198 6900-READ-HOSPELIG.                                                    00
050198     READ HOSPELIG                                                      00
050198           AT END   MOVE 1 TO EOF-HSP                                   00
050198                    GO TO 6900-EXIT.                                    00
050198                                                                        00
050198     ADD 1 TO HSP-READ-CTR.                                             00
050198     IF HSP-LOAD-CTR < 10000                                            00
050198         ADD 1 TO HSP-LOAD-CTR                                          00
050198         SET HS3 TO HSP-LOAD-CTR                                        00
050198         MOVE HSP-HIC         TO TB-HSP-HIC         (HS3)               00
050198         MOVE HSP-PROV-NO     TO TB-HSP-PROV-NO     (HS3)               00
050198         MOVE HSP-ELECT-DATE  TO TB-HSP-ELECT-DATE  (HS3)               00
050198         MOVE HSP-REVOKE-DATE TO TB-HSP-REVOKE-DATE (HS3)               00
050198     ELSE                                                               00
050198        DISPLAY '** HHOPN213 - HOSPELIG TABLE FULL'                     00
050198     END-IF.                                                            00
050198                                                                        00
050198 6900-EXIT.  EXIT.                                                      00
050198                                                                        00
050198*===============================================================*       01
050198*    LOAD THE OPTIONAL INPATIENT/SNF DISCHARGE EXTRACT - ABSENT  *      01
050198*    FILE MEANS NO ADMISSION-SOURCE VERIFICATION                 *      01
050198*===============================================================*       01
050198 7000-LOAD-INPTDSCH.                                                    01
050198     INITIALIZE INPT-DSCH-TABLE.                                        01
050198     OPEN INPUT INPTDSCH.                                               01
050198     MOVE 0 TO EOF-DSC.                                                 01
050198     SET DS3 TO 1.                                                      01
050198                                                                        01
050198     IF DSC-STAT1 = '0' OR DSC-STAT1 = '9'                              01
050198         PERFORM 7100-READ-INPTDSCH THRU 7100-EXIT                      01
050198              UNTIL EOF-DSC = 1                                         01
050198         CLOSE INPTDSCH.                                                01
050198                                                                        01
050198     MOVE DSC-LOAD-CTR TO DSC-DSCH-COUNT.                               01
050198                                                                        01
050198 7000-EXIT.  EXIT.                                                      01
050198                                                                        01
050198 7100-READ-INPTDSCH.                                                    01
050198     READ INPTDSCH                                                      01
050198           AT END   MOVE 1 TO EOF-DSC                                   01
050198                    GO TO 7100-EXIT.                                    01
050198                                                                        01
050198     ADD 1 TO DSC-READ-CTR.                                             01
050198     IF DSC-DSCH-DATE NOT NUMERIC                                       01
050198         GO TO 7100-EXIT.                                               01
050198     IF DSC-LOAD-CTR < 20000                                            01
050198         ADD 1 TO DSC-LOAD-CTR                                          01
050198         SET DS3 TO DSC-LOAD-CTR                                        01
050198         MOVE DSC-BENE-ID     TO TB-DSC-BENE-ID     (DS3)               01
050198         MOVE DSC-FACILITY    TO TB-DSC-FACILITY    (DS3)               01
050198         MOVE DSC-FAC-TYPE    TO TB-DSC-FAC-TYPE    (DS3)               01
050198         MOVE DSC-DSCH-DATE   TO TB-DSC-DSCH-DATE   (DS3)               01
050198     ELSE                                                               01
050198        DISPLAY '** HHOPN213 - INPTDSCH TABLE FULL'                     01
050198     END-IF.                                                            01
050198                                                                        01
050198 7100-EXIT.  EXIT.                                                      01
050198                                                                        01
050198*===============================================================*       03
050198*    LOAD THE OPTIONAL QRP NON-COMPLIANCE LIST - ABSENT FILE     *      03
050198*    MEANS THE SUBMITTED QRP INDICATOR STANDS                    *      03
050198*===============================================================*       03
050198 7200-LOAD-QRPLIST.                                                     03
050198     INITIALIZE QRP-NC-TABLE.                                           03
050198     OPEN INPUT QRPLIST.                                                03
050198     MOVE 0 TO EOF-QRP.                                                 03
050198     SET QR3 TO 1.                                                      03
050198                                                                        03
050198     IF QRP-STAT1 = '0' OR QRP-STAT1 = '9'                              03
050198         PERFORM 7300-READ-QRPLIST THRU 7300-EXIT                       03
050198              UNTIL EOF-QRP = 1                                         03
050198         CLOSE QRPLIST.                                                 03
050198                                                                        03
050198     MOVE QRP-LOAD-CTR TO QRP-NC-COUNT.                                 03
050198                                                                        03
050198 7200-EXIT.  EXIT.                                                      03
050198                                                                        03
050198 7300-READ-QRPLIST.                                                     03
050198     READ QRPLIST                                                       03
050198           AT END   MOVE 1 TO EOF-QRP                                   03
050198                    GO TO 7300-EXIT.                                    03
050198                                                                        03
050198     ADD 1 TO QRP-READ-CTR.                                             03
050198     IF QRP-CAL-YEAR NOT NUMERIC                                        03
050198     OR QRP-EFF-DATE NOT NUMERIC                                        03
050198     OR (QRP-STATUS NOT = 'N' AND QRP-STATUS NOT = 'C')                 03
050198         GO TO 7300-EXIT.                                               03
050198     IF QRP-LOAD-CTR < 5000                                             03
050198         ADD 1 TO QRP-LOAD-CTR                                          03
050198         SET QR3 TO QRP-LOAD-CTR                                        03
050198         MOVE QRP-PROV-NO     TO TB-QRP-PROV-NO     (QR3)               03
050198         MOVE QRP-CAL-YEAR    TO TB-QRP-CAL-YEAR    (QR3)               03
050198         MOVE QRP-EFF-DATE    TO TB-QRP-EFF-DATE    (QR3)               03
050198         MOVE QRP-STATUS      TO TB-QRP-STATUS      (QR3)               03
050198     ELSE                                                               03
050198        DISPLAY '** HHOPN213 - QRPLIST TABLE FULL'                      03
050198     END-IF.                                                            03
050198                                                                        03
050198 7300-EXIT.  EXIT.                                                      03
050198                                                                        03
050198*===============================================================*       13
050198*    LOAD THE OPTIONAL TIMELY-FILING EXCEPTION FILE - ABSENT     *      13
050198*    FILE MEANS NO CLAIM IS EXCEPTED FROM EITHER LIMIT.  A ROW   *      13
050198*    WITH AN UNKNOWN REASON OR NO FROM DATE IS NOT LOADED        *      13
050198*===============================================================*       13
050198 7400-LOAD-TFEXCPT.                                                     13
050198     INITIALIZE TFL-EXCPT-TABLE.                                        13
050198     OPEN INPUT TFEXCPT.                                                13
050198     MOVE 0 TO EOF-TFX.                                                 13
050198     SET TX3 TO 1.                                                      13
050198                                                                        13
050198     IF TFX-STAT1 = '0' OR TFX-STAT1 = '9'                              13
050198         PERFORM 7500-READ-TFEXCPT THRU 7500-EXIT                       13
050198              UNTIL EOF-TFX = 1                                         13
050198         CLOSE TFEXCPT.                                                 13
050198                                                                        13
050198     MOVE TFX-LOAD-CTR TO TFL-EXCPT-COUNT.                              13
050198                                                                        13
050198 7400-EXIT.  EXIT.                                                      13
050198                                                                        13
050198 7500-READ-TFEXCPT.                                                     13
050198     READ TFEXCPT                                                       13
050198           AT END   MOVE 1 TO EOF-TFX                                   13
050198                    GO TO 7500-EXIT.                                    13
050198                                                                        13
050198     ADD 1 TO TFX-READ-CTR.                                             13
050198     IF TFX-FROM-DATE NOT NUMERIC                                       13
050198     OR (TFX-REASON NOT = 'AE' AND TFX-REASON NOT = 'RE'                13
050198                               AND TFX-REASON NOT = 'GC')               13
050198         DISPLAY '** HHOPN213 - TFEXCPT ROW REJECTED - '                13
050198                 TFX-NPI ' ' TFX-HIC ' ' TFX-FROM-DATE                  13
050198         GO TO 7500-EXIT.                                               13
050198     IF TFX-LOAD-CTR < 5000                                             13
050198         ADD 1 TO TFX-LOAD-CTR                                          13
050198         SET TX3 TO TFX-LOAD-CTR                                        13
050198         MOVE TFX-NPI         TO TB-TFX-NPI         (TX3)               13
050198         MOVE TFX-HIC         TO TB-TFX-HIC         (TX3)               13
050198         MOVE TFX-FROM-DATE   TO TB-TFX-FROM-DATE   (TX3)               13
050198         MOVE TFX-REASON      TO TB-TFX-REASON      (TX3)               13
050198         MOVE TFX-GRANT-DATE  TO TB-TFX-GRANT-DATE  (TX3)               13
050198     ELSE                                                               13
050198        DISPLAY '** HHOPN213 - TFEXCPT TABLE FULL'                      13
050198     END-IF.                                                            13
050198                                                                        13
050198 7500-EXIT.  EXIT.                                                      13
050198                                                                        13
050198*===============================================================*       16
050198*    LOAD THE OPTIONAL ORDERING/REFERRING ELIGIBILITY FILE -     *      16
050198*    ABSENT FILE MEANS THE PRACTITIONER EDIT IS NOT PERFORMED.   *      16
050198*    A ROW WITH NO NPI OR NO ELIGIBLE-FROM DATE IS NOT LOADED    *      16
050198*===============================================================*       16
050198 7600-LOAD-ORDELIG.                                                     16
050198     INITIALIZE ORD-ELIG-TABLE.                                         16
050198     OPEN INPUT ORDELIG.                                                16
050198     MOVE 0 TO EOF-ORE.                                                 16
050198     SET OE3 TO 1.                                                      16
050198                                                                        16
050198     IF ORE-STAT1 = '0' OR ORE-STAT1 = '9'                              16
050198         PERFORM 7700-READ-ORDELIG THRU 7700-EXIT                       16
050198              UNTIL EOF-ORE = 1                                         16
050198         CLOSE ORDELIG.                                                 16
050198                                                                        16
050198     MOVE ORE-LOAD-CTR TO ORD-ELIG-COUNT.                               16
050198                                                                        16
050198 7600-EXIT.  EXIT.                                                      16
050198                                                                        16
050198 7700-READ-ORDELIG.                                                     16
050198     READ ORDELIG                                                       16
050198           AT END   MOVE 1 TO EOF-ORE                                   16
050198                    GO TO 7700-EXIT.                                    16
050198                                                                        16
050198     ADD 1 TO ORE-READ-CTR.                                             16
050198     IF ORE-NPI = SPACES                                                16
050198     OR ORE-ELIG-FROM NOT NUMERIC                                       16
050198         DISPLAY '** HHOPN213 - ORDELIG ROW REJECTED - '                16
050198                 ORE-NPI ' ' ORE-ELIG-FROM                              16
050198         GO TO 7700-EXIT.                                               16
050198     IF ORE-ELIG-THRU = SPACES                                          16
050198         MOVE ZEROES TO ORE-ELIG-THRU.                                  16
050198     IF ORE-LOAD-CTR < 20000                                            16
050198         ADD 1 TO ORE-LOAD-CTR                                          16
050198         SET OE3 TO ORE-LOAD-CTR                                        16
050198         MOVE ORE-NPI         TO TB-ORE-NPI         (OE3)               16
050198         MOVE ORE-ELIG-FROM   TO TB-ORE-ELIG-FROM   (OE3)               16
050198         MOVE ORE-ELIG-THRU   TO TB-ORE-ELIG-THRU   (OE3)               16
050198     ELSE                                                               16
050198        DISPLAY '** HHOPN213 - ORDELIG TABLE FULL'                      16
050198     END-IF.                                                            16
050198                                                                        16
050198 7700-EXIT.  EXIT.                                                      16
050198                                                                        16
050198*===============================================================*       19
050198*    LOAD THE EFFECTIVE-DATED RURAL COUNTY CATEGORY FILE - A     *      19
050198*    COUNTY RECLASSIFICATION IS NOW A NEW ROW, NOT A RECOMPILE.  *      19
050198*    THE FILE IS REQUIRED: WITHOUT IT EVERY RURAL CLAIM WOULD    *      19
050198*    REJECT FOR A MISSING COUNTY.  A ROW WITH A NON-NUMERIC      *      19
050198*    COUNTY OR DATE, OR AN UNKNOWN CATEGORY, IS NOT LOADED       *      19
050198*===============================================================*       19
050198 7800-LOAD-RURCNTY.                                                     19
050198     INITIALIZE RURAL-CNTY-TABLE.                                       19
050198     OPEN INPUT RURCNTY.                                                19
050198     MOVE 0 TO EOF-RCY.                                                 19
050198     SET RY3 TO 1.                                                      19
050198                                                                        19
050198     IF RCY-STAT1 NOT = '0'                                             19
050198         DISPLAY '** HHOPN213 - RURCNTY OPEN ERROR - STATUS ='          19
050198             RCY-STAT                                                   19
050198         MOVE 16 TO RETURN-CODE                                         19
050198         STOP RUN.                                                      19
050198                                                                        19
050198     PERFORM 7900-READ-RURCNTY THRU 7900-EXIT                           19
050198          UNTIL EOF-RCY = 1.                                            19
050198     CLOSE RURCNTY.                                                     19
050198                                                                        19
050198     MOVE RCY-LOAD-CTR TO RURAL-CNTY-COUNT.                             19
050198                                                                        19
050198 7800-EXIT.  EXIT.                                                      19
050198                                                                        19
050198 7900-READ-RURCNTY.                                                     19
050198     READ RURCNTY                                                       19
050198           AT END   MOVE 1 TO EOF-RCY                                   19
050198                    GO TO 7900-EXIT.                                    19
050198                                                                        19
050198     IF RCY-STAT NOT = '00'                                             19
050198         DISPLAY '** HHOPN213 - RURCNTY READ ERROR - STATUS ='          19
050198             RCY-STAT                                                   19
050198         DISPLAY '** RURCNTY RECORDS LOADED BEFORE ERROR = '            19
050198             RCY-LOAD-CTR                                               19
050198         MOVE 16 TO RETURN-CODE                                         19
050198         STOP RUN.                                                      19
050198                                                                        19
050198     ADD 1 TO RCY-READ-CTR.                                             19
050198     IF RCY-COUNTY NOT NUMERIC                                          19
050198     OR RCY-EFFDATE NOT NUMERIC                                         19
050198     OR (RCY-CATEGORY NOT = 'A' AND NOT = 'B'                           19
050198                  AND NOT = 'C' AND NOT = 'N')                          19
050198         DISPLAY '** HHOPN213 - RURCNTY ROW REJECTED - '                19
050198                 RCY-COUNTY ' ' RCY-EFFDATE ' ' RCY-CATEGORY            19
050198         GO TO 7900-EXIT.                                               19
050198     IF RCY-LOAD-CTR < 5000                                             19
050198         ADD 1 TO RCY-LOAD-CTR                                          19
050198         SET RY3 TO RCY-LOAD-CTR                                        19
050198         MOVE RCY-COUNTY      TO TB-RCY-COUNTY      (RY3)               19
050198         MOVE RCY-EFFDATE     TO TB-RCY-EFFDATE     (RY3)               19
050198         MOVE RCY-CATEGORY    TO TB-RCY-CATEGORY    (RY3)               19
050198     ELSE                                                               19
050198        DISPLAY '** HHOPN213 - RURCNTY TABLE FULL'                      19
050198     END-IF.                                                            19
050198                                                                        19
050198 7900-EXIT.  EXIT.                                                      19
