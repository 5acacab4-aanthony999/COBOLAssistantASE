004000*       3 = MAKE FINAL PAYMENT REDUCED BY 2%,                     00400000
004100*           PAY RAPS AT 0%                                        00410000
004200*  40 = ADMIT-DATE > SERV-FROM-DATE                               00420000
004200*  41 = FINAL CLAIM RECEIVED MORE THAN 12 MONTHS AFTER THE              13
004200*       SERVICE THRU DATE (TIMELY-FILING LIMIT).  WAIVED BY AN          13
004200*       ADMINISTRATIVE-ERROR (AE) OR RETROACTIVE-ENTITLEMENT            13
004200*       (RE) ROW ON THE TIMELY-FILING EXCEPTION FILE                    13
004200*  42 = ADJUSTMENT RECEIVED MORE THAN ONE YEAR AFTER THE                13
004200*       INITIAL DETERMINATION OF THE CLAIM IT ADJUSTS                   13
004200*       (REOPENING WINDOW).  A GOOD-CAUSE (GC) EXCEPTION ROW            13
004200*       EXTENDS THE WINDOW TO FOUR YEARS.  THE DETERMINATION            13
004200*       DATE COMES FROM HHMGR213'S CLAIM HISTORY; NONE KNOWN            13
004200*       MEANS NO EDIT.  THE CLAIM AGE AND ANY EXCEPTION APPLIED         13
004200*       ARE RETURNED FOR THE TIMELY-FILING EXCEPTION REPORT             13
061341*       - AN EMERGENCY DECLARATION COVERING THE CLAIM LIFTS             23
061341*       BOTH LIMITS (EXCEPTION DW)                                      23
004200*  43 = FINAL CLAIM'S CERTIFYING PRACTITIONER (ATTENDING, ELSE          16
004200*       REFERRING, FROM THE 837I) IS NOT ON THE ORDERING/               16
004200*       REFERRING ELIGIBILITY FILE, OR IS NOT ELIGIBLE ON THE           16
004200*       SERVICE FROM DATE.  NO PRACTITIONER ON THE CLAIM OR NO          16
004200*       ELIGIBILITY FILE MEANS NO EDIT.  EDITCTL DECIDES WHETHER        16
004200*       IT WARNS OR REJECTS; THE REASON IS HANDED BACK IN               16
004200*       ORD-CERT-FLAG FOR THE PRACTITIONER REPORT                       16
004210*  26 = NOTICE OF ADMISSION (NOA) - FILED, NO PAYMENT             00420010
004220*       TOB = 32N                                                 00420020
004230*       HHA-LATE-NOA-DAYS SET IF FILED MORE THAN 5 CALENDAR       00420030
004910*  92 = PROVIDER NOT ACTIVE FOR SERV-FROM-DATE ON PROVIDER          53
004920*       MASTER (BEFORE CERTIFICATION OR AFTER TERMINATION) OR       53
004930*       PROVIDER IS UNDER SANCTION                                  53
004930*       (A CLAIM BILLED UNDER ONE SIDE OF A CHANGE OF OWNERSHIP         07
004930*       IS FIRST ROUTED TO THE OWNER ON ITS FROM-DATE, AND THAT         07
004930*       OWNER'S ROW IS THE ONE CHECKED)                                 07
004935*  33 = RURAL ADD-ON SCHEDULE DOES NOT REACH BACK TO THE           81
004936*       CLAIM'S SERVICE DATE FOR ITS RURAL CATEGORY (SET BY         81
004937*       THE CALC PROGRAM) - REFRESH THE SCHEDULE FILE               81
004997*       DEATH                                                       76
004998*  57 = SERVICE PERIOD INSIDE A MEDICARE ADVANTAGE                  76
004999*       ENROLLMENT PERIOD                                           76
004999*  58 = SERVICE PERIOD OVERLAPS A HOSPICE ELECTION PERIOD               00
004999*       (ELECTION DATE THROUGH REVOCATION/DISCHARGE DATE) -             00
004999*       THE HOSPICE PROVIDER AND OVERLAPPING DAYS ARE RETURNED          00
004999*       TO HHMGR213 FOR THE HOSPICE OVERLAP REPORT.  A RELATED-         00
004999*       CONDITION EXCEPTION IS WARNED THROUGH EDITCTL                   00
004900*                                                                 00490000
005000******************************************************************00500000
005100                                                                  00510000
006804     05  RAD-GAP-A                PIC X(01).                           81
006805     05  RAD-GAP-B                PIC X(01).                           81
006806     05  RAD-GAP-C                PIC X(01).                           81
006806*        THE CLAIM COUNTY'S RURAL CATEGORY (A/B/C) FROM THE             19
006806*        RURAL-CNTY-TABLE ROW WITH THE LATEST EFFECTIVE DATE NOT        19
006806*        AFTER THE SERVICE THRU DATE - SPACE WHEN NO ROW IS IN          19
006806*        FORCE OR THE ROW IN FORCE SAYS THE COUNTY NO LONGER            19
006806*        QUALIFIES (N)                                                  19
006806     05  RAD-COUNTY-CATEGORY      PIC X(01).                            19
006806 01  WS-RCY-BEST-EFFDATE          PIC X(08)  VALUE SPACES.              19
006807 01  WS-RUR-OLDEST-A              PIC X(08)  VALUE SPACES.             81
006808 01  WS-RUR-OLDEST-B              PIC X(08)  VALUE SPACES.             81
006809 01  WS-RUR-OLDEST-C              PIC X(08)  VALUE SPACES.             81
006877 01  EDIT-RTC-SCAN                PIC 9(01)  VALUE 0.                  62
006878 01  EDIT-RTC-DUP-SW              PIC X(01)  VALUE 'N'.                62
006879     88  EDIT-RTC-IS-DUP                     VALUE 'Y'.                62
006879*----------------------------------------------------------------       00
006879*    HOSPICE ELECTION OVERLAP WORK FIELDS - THE ELECTION WITH           00
006879*    THE MOST OVERLAPPING DAYS IS THE ONE REPORTED                      00
006879*----------------------------------------------------------------       00
006879 01  HSP-OVLP-START               PIC 9(08)  VALUE 0.                   00
006879 01  HSP-OVLP-END                 PIC 9(08)  VALUE 0.                   00
006879 01  HSP-OVLP-CALC                PIC S9(07) VALUE 0.                   00
006879 01  HSP-BEST-DAYS                PIC 9(03)  VALUE 0.                   00
006879 01  HSP-BEST-PROV-NO             PIC X(06)  VALUE SPACES.              00
006879*----------------------------------------------------------------       01
006879*    ADMISSION-SOURCE VERIFICATION WORK FIELDS - A DISCHARGE            01
006879*    0 TO 14 DAYS BEFORE THE FROM DATE SUPPORTS AN INSTITUTIONAL        01
006879*    SOURCE (HRG POSITION 1 = 2 OR 4)                                   01
006879*----------------------------------------------------------------       01
006879 01  ADM-DSCH-FOUND-SW            PIC X(01)  VALUE 'N'.                 01
006879     88  ADM-DSCH-FOUND                      VALUE 'Y'.                 01
006879 01  ADM-INT-FROM                 PIC S9(07) VALUE 0.                   01
006879 01  ADM-DSCH-GAP                 PIC S9(07) VALUE 0.                   01
006879 01  ADM-DSCH-DATE-N              PIC 9(08)  VALUE 0.                   01
006879 01  ADM-ALT-HRG                  PIC X(05)  VALUE SPACES.              01
006879*----------------------------------------------------------------       03
006879*    QRP NON-COMPLIANCE LIST WORK FIELDS - THE LATEST ROW FOR THE       03
006879*    PROVIDER AND CALENDAR YEAR IN EFFECT BY THE THRU DATE              03
006879*----------------------------------------------------------------       03
006879 01  QRP-YEAR-COVERED-SW          PIC X(01)  VALUE 'N'.                 03
006879     88  QRP-YEAR-COVERED                    VALUE 'Y'.                 03
006879 01  QRP-BEST-EFFDATE             PIC X(08)  VALUE SPACES.              03
006879 01  QRP-BEST-STATUS              PIC X(01)  VALUE SPACE.               03
006879*----------------------------------------------------------------       07
006879*    CHANGE-OF-OWNERSHIP ROUTING WORK FIELDS - CHOW-HOPS BOUNDS         07
006879*    THE WALK ALONG A CHAIN OF SUCCESSIVE OWNERS                        07
006879*----------------------------------------------------------------       07
006879 01  CHOW-HOPS                    PIC 9(01)  VALUE 0.                   07
006879 01  CHOW-OWNER-CCN               PIC X(06)  VALUE SPACES.              07
006879*----------------------------------------------------------------       13
006879*    TIMELY-FILING / REOPENING WORK FIELDS - THE LIMIT IS THE           13
006879*    SAME MONTH AND DAY A NUMBER OF YEARS AFTER THE START DATE          13
006879*----------------------------------------------------------------       13
006879 01  TFL-LIMIT-DATE               PIC 9(08)  VALUE 0.                   13
006879 01  FILLER  REDEFINES  TFL-LIMIT-DATE.                                 13
006879     05  TFL-LIMIT-YYYY           PIC 9(04).                            13
006879     05  TFL-LIMIT-MMDD           PIC 9(04).                            13
006879 01  TFL-START-DATE               PIC 9(08)  VALUE 0.                   13
006879 01  TFL-AGE-CALC                 PIC S9(07) VALUE 0.                   13
006879 01  TFL-FOUND-REASON             PIC X(02)  VALUE SPACES.              13
006879*----------------------------------------------------------------       16
006879*    ORDERING/CERTIFYING PRACTITIONER ENROLLMENT WORK FIELDS            16
006879*----------------------------------------------------------------       16
006879 01  ORE-MATCH-SW                 PIC X(01)  VALUE SPACE.               16
006879     88  ORE-NOT-ON-FILE                     VALUE 'U'.                 16
006879     88  ORE-NOT-ELIGIBLE                    VALUE 'D'.                 16
006879     88  ORE-ELIGIBLE                        VALUE 'Y'.                 16
006800 01  SUB1                        PIC 9(03)  VALUE 0.              00680000
006900 01  SS-REV                      PIC 9(01)  VALUE 0.              00690000
007000 01  TB-REV-DOLL-RATE-UNITS.                                      00700000
015016         10  TB-PVM-CERT-DATE     PIC X(08).                            53
015017         10  TB-PVM-TERM-DATE     PIC X(08).                            53
015018         10  TB-PVM-SANCTION-IND  PIC X(01).                            53
015018         10  TB-PVM-SUCC-CCN      PIC X(06).                            07
015018         10  TB-PVM-PRED-CCN      PIC X(06).                            07
015018         10  TB-PVM-CHOW-DATE     PIC X(08).                            07
015019                                                                        53
015020 01  EPISODE-RATE-TABLE.                                                57
015021     05  T-EPI-DATA       OCCURS 50                                     57
015057         10  TB-BEN-MA-FROM       PIC X(08).                            76
015058         10  TB-BEN-MA-THRU       PIC X(08).                            76
015059                                                                        76
015059 01  HOSP-ELIG-TABLE.                                                   00
015059     05  HSP-ELIG-COUNT    PIC 9(05).                                   00
015059     05  T-HSP-DATA        OCCURS 10000                                 00
015059                           INDEXED BY HS1 HS2 HS3.                      00
015059         10  TB-HSP-HIC           PIC X(12).                            00
015059         10  TB-HSP-PROV-NO       PIC X(06).                            00
015059         10  TB-HSP-ELECT-DATE    PIC X(08).                            00
015059         10  TB-HSP-REVOKE-DATE   PIC X(08).                            00
015059                                                                        00
015059 01  INPT-DSCH-TABLE.                                                   01
015059     05  DSC-DSCH-COUNT    PIC 9(05).                                   01
015059     05  T-DSC-DATA        OCCURS 20000                                 01
015059                           INDEXED BY DS1 DS2 DS3.                      01
015059         10  TB-DSC-BENE-ID       PIC X(12).                            01
015059         10  TB-DSC-FACILITY      PIC X(06).                            01
015059         10  TB-DSC-FAC-TYPE      PIC X(01).                            01
015059         10  TB-DSC-DSCH-DATE     PIC X(08).                            01
015059                                                                        01
015059 01  QRP-NC-TABLE.                                                      03
015059     05  QRP-NC-COUNT      PIC 9(05).                                   03
015059     05  T-QRP-DATA        OCCURS 5000                                  03
015059                           INDEXED BY QR1 QR2 QR3.                      03
015059         10  TB-QRP-PROV-NO       PIC X(06).                            03
015059         10  TB-QRP-CAL-YEAR      PIC X(04).                            03
015059         10  TB-QRP-EFF-DATE      PIC X(08).                            03
015059         10  TB-QRP-STATUS        PIC X(01).                            03
015059                                                                        03
015059 01  TFL-EXCPT-TABLE.                                                   13
015059     05  TFL-EXCPT-COUNT   PIC 9(05).                                   13
015059     05  T-TFX-DATA        OCCURS 5000                                  13
015059                           INDEXED BY TX1 TX2 TX3.                      13
015059         10  TB-TFX-NPI           PIC X(10).                            13
015059         10  TB-TFX-HIC           PIC X(12).                            13
015059         10  TB-TFX-FROM-DATE     PIC X(08).                            13
015059         10  TB-TFX-REASON        PIC X(02).                            13
015059         10  TB-TFX-GRANT-DATE    PIC X(08).                            13
015059                                                                        13
015059 01  ORD-ELIG-TABLE.                                                    16
015059     05  ORD-ELIG-COUNT    PIC 9(05).                                   16
015059     05  T-ORE-DATA        OCCURS 20000                                 16
015059                           INDEXED BY OE1 OE2 OE3.                      16
015059         10  TB-ORE-NPI           PIC X(10).                            16
015059         10  TB-ORE-ELIG-FROM     PIC X(08).                            16
015059         10  TB-ORE-ELIG-THRU     PIC X(08).                            16
015059                                                                        16
015059 01  RURAL-CNTY-TABLE.                                                  19
015059     05  RURAL-CNTY-COUNT  PIC 9(05).                                   19
015059     05  T-RCY-DATA        OCCURS 5000                                  19
015059                           INDEXED BY RY1 RY2 RY3.                      19
015059         10  TB-RCY-COUNTY        PIC X(05).                            19
015059         10  TB-RCY-EFFDATE       PIC X(08).                            19
015059         10  TB-RCY-CATEGORY      PIC X(01).                            19
015059                                                                        19
015003 01  NPI-VALIDATE-FIELDS.                                               49
015004     05  NPI-CHECK-STRING           PIC X(14).                          49
015005     05  NPI-CHECK-TABLE REDEFINES NPI-CHECK-STRING.                    49
015015 01  MRI1                           PIC 9(02).                         50
014900                                                                  01490000
015000*----------------------------------------------------------------*01500000
015100*  INPUT/OUTPUT RECORD LAYOUT - PIC X(1000)                      *      31
015200*  THIS RECORD WAS MODIFIED FOR THE 01/01/2020 RELEASE           *01520000
015300*----------------------------------------------------------------*01530000
015400 01  HHA-INPUT-DATA.                                              01540000
023191*        HHA-CBSA REMAINS THE SUBMITTED (GEOGRAPHIC) CBSA              89
023192     10  HHA-RECLASS-CBSA       PIC X(05).                             89
023193     10  FILLER                     PIC X(27).                         98
023193*        VERSION 3 EXTENSION (BYTES 651-1000)                           31
023193     05  HHA-V3-EXTENSION.                                              31
023193         10  HHA-SEQ-PAYABLE-AMT    PIC 9(07)V9(02).                    31
023193*            CCN AS BILLED - KEPT HERE WHEN A CHANGE OF OWNERSHIP       31
023193*            ROUTES THE CLAIM TO ANOTHER CCN                            31
023193         10  HHA-BILLED-PROV-NO     PIC X(06).                          31
023193         10  FILLER                 PIC X(335).                         31
023200                                                                  02320000
023300*******************************************************           02330000
023400*    RETURNED BY HHCAL PROGRAM AND PASSED ON TO MGR   *           02340000
024100         05  HHCAL-VERSION                 PIC X(07).             02410000
024110         05  PRICER-BLEND-SW               PIC X(01).                 73
024120         05  PRICER-WI-CAP-PCT             PIC X(02).                 78
024130*            HOSPICE PROVIDER AND OVERLAPPING DAYS FOR RTC 58           00
024130         05  HOSP-OVLP-PROV-NO             PIC X(06).                   00
024130         05  HOSP-OVLP-DAYS                PIC 9(03).                   00
024130*            ADMISSION SOURCE NOT SUPPORTED BY THE DISCHARGE FEED       01
024130*            ('I' INSTITUTIONAL WITHOUT, 'C' COMMUNITY WITH A           01
024130*            DISCHARGE) AND THE WEIGHT OF THE OTHER-SOURCE HRG          01
024130         05  ADM-SRC-FLAG                  PIC X(01).                   01
024130         05  ADM-ALT-HRG-WGTS              PIC 9(02)V9(04).             01
024130*            QRP INDICATOR CHANGED TO MATCH THE NON-COMPLIANCE          03
024130*            LIST ('N' FORCED TO THE REDUCED RATE, 'C' FORCED TO        03
024130*            THE FULL RATE).  'S' ON THE WAY IN PRICES THE CLAIM        03
024130*            AS SUBMITTED, WITHOUT THE LIST                             03
024130         05  QRP-LIST-SW                   PIC X(01).                   03
024130*            INITIAL DETERMINATION DATE OF THE CLAIM AN                 13
024130*            ADJUSTMENT REPLACES (ZEROS WHEN UNKNOWN), SET BY           13
024130*            HHMGR213; THE EXCEPTION APPLIED (AE/RE/GC) AND THE         13
024130*            CLAIM'S AGE IN DAYS ARE HANDED BACK                        13
024130         05  TFL-DETERM-DATE               PIC X(08).                   13
024130         05  TFL-EXCEPT-CODE               PIC X(02).                   13
024130         05  TFL-AGE-DAYS                  PIC 9(05).                   13
024130*            NPI OF THE CLAIM'S CERTIFYING PRACTITIONER, SET BY         16
024130*            HHMGR213 FROM THE 837I COMPANION (SPACES OR ZEROS          16
024130*            WHEN NONE WAS BILLED).  A FAILED ENROLLMENT EDIT           16
024130*            HANDS BACK U (NOT ON FILE) OR D (NOT ELIGIBLE ON           16
024130*            THE FROM DATE)                                             16
024130         05  ORD-CERT-NPI                  PIC X(10).                   16
024130         05  ORD-CERT-FLAG                 PIC X(01).                   16
061341*            'Y' WHEN AN EMERGENCY (DISASTER / PHE) DECLARATION         23
061341*            LIFTS THE TIMELY-FILING AND REOPENING LIMITS FOR           23
061341*            THE CLAIM - SET BY HHMGR213 FROM ITS WAIVER FILE;          23
061341*            A CLAIM PAST THE LIMIT THEN COMES BACK WITH DW             23
061341         05  EMR-TFL-WAIVER                PIC X(01).                   23
024300                                                                  02430000
024400*================================================================*02440000
024500                                                                  02450000
025130                           INTEREST-RATE-TABLE                          85
025140                           PROV-RECL-TABLE                               89
025150                           EDIT-CTL-TABLE                                91
025160                           HOSP-ELIG-TABLE                              00
025160                           INPT-DSCH-TABLE                              01
025160                           QRP-NC-TABLE                                 03
025160                           TFL-EXCPT-TABLE                              13
025160                           ORD-ELIG-TABLE                               16
025160                           RURAL-CNTY-TABLE                             19
025200                           HHA-INPUT-DATA                         02520000
025300                           HOLD-VARIABLES-DATA.                   02530000
025400                                                                  02540000
026303     MOVE SPACES TO WS-FIRST-REJ-RTC.                                   91
026304     INITIALIZE HHA-EDIT-RTC-LIST.                                      62
026306     MOVE SPACES TO WS-WARN-RTC-SAVE.                                   81
026307     MOVE SPACES TO HOSP-OVLP-PROV-NO.                                  00
026307     MOVE 0      TO HOSP-OVLP-DAYS.                                     00
026307     MOVE SPACE  TO ADM-SRC-FLAG.                                       01
026307     MOVE 0      TO ADM-ALT-HRG-WGTS.                                   01
026307     IF QRP-LIST-SW NOT = 'S'                                           03
026307        MOVE SPACE TO QRP-LIST-SW.                                      03
026307     MOVE SPACES TO TFL-EXCEPT-CODE.                                    13
026307     MOVE 0      TO TFL-AGE-DAYS.                                       13
026307     MOVE SPACE  TO ORD-CERT-FLAG.                                      16
026308                                                                        62
026310     PERFORM 1245-VALIDATE-TOB THRU 1245-EXIT.                          44
026320                                                                        44
031280*    OF DEATH AND MA ENROLLMENT                                  *      76
031281*================================================================*      76
031282     PERFORM 1306-CHECK-BENE-ELIG THRU 1306-EXIT.                       76
031283                                                                        00
031283*================================================================*      00
031283*    HOSPICE ELECTION OVERLAP - A BENEFICIARY UNDER A HOSPICE    *      00
031283*    ELECTION IS NOT ELIGIBLE FOR HOME HEALTH FOR THE TERMINAL   *      00
031283*    CONDITION                                                   *      00
031283*================================================================*      00
031283     PERFORM 1312-CHECK-HOSP-ELIG THRU 1312-EXIT.                       00
031283                                                                        00
031283*================================================================*      13
031283*    TIMELY-FILING LIMIT ON FINAL CLAIMS AND REOPENING WINDOW    *      13
031283*    ON ADJUSTMENTS, EACH SUBJECT TO THE EXCEPTION FILE          *      13
031283*================================================================*      13
031283     PERFORM 1316-CHECK-TIMELY-FILING THRU 1316-EXIT.                   13
031283                                                                        13
031283*================================================================*      16
031283*    THE CERTIFYING PRACTITIONER MUST BE ENROLLED TO ORDER AND   *      16
031283*    CERTIFY HOME HEALTH ON THE SERVICE FROM DATE                *      16
031283*================================================================*      16
031283     PERFORM 1322-CHECK-ORDER-PRAC THRU 1322-EXIT.                      16
031283                                                                        16
031283*================================================================*      03
031283*    THE QRP NON-COMPLIANCE LIST, WHERE IT COVERS THE CALENDAR   *      03
031283*    YEAR, OVERRIDES THE SUBMITTED QRP INDICATOR BEFORE ANY      *      03
031283*    RATE IS SELECTED                                            *      03
031283*================================================================*      03
031283     PERFORM 1314-APPLY-QRP-LIST THRU 1314-EXIT.                        03
031300                                                                  03130000
040330*================================================================*04033000
040340*    GET THE PROVIDER VBP ADJUSTMENT FACTOR                      *04034000
031800        PERFORM 2000-GET-HRG THRU 2000-EXIT                       03180000
031900     END-IF.                                                      03190000
031910     PERFORM 1299-POST-EDIT-RTC THRU 1299-EXIT.                         62
031920                                                                        01
031920*================================================================*      01
031920*    VERIFY THE ADMISSION SOURCE AGAINST THE INPATIENT/SNF       *      01
031920*    DISCHARGE FEED - NO RTC, THE FINDING IS RETURNED FOR THE    *      01
031920*    HHMGR213 ADMISSION SOURCE REPORT                            *      01
031920*================================================================*      01
031930     IF (HHA-PAY-RTC = '00' OR HHA-PAY-RTC = '32')                      01
031940        AND HHA-TOB-IS-CLAIM                                            01
031950        AND DSC-DSCH-COUNT > 0                                          01
031960        PERFORM 2010-CHECK-ADMIT-SOURCE THRU 2010-EXIT                  01
031970     END-IF.                                                            01
                                                                                
031950*================================================================*03195000
031960*    GET THE PROVIDER VBP ADJUSTMENT FACTOR                      *03196000
038266*================================================================*      53
038267 1256-CHECK-PROV-MSTR.                                                  53
038268                                                                        53
038268     MOVE 0 TO CHOW-HOPS.                                               07
038268     PERFORM 1258-ROUTE-CHOW THRU 1258-EXIT                             07
038268             UNTIL CHOW-HOPS > 4.                                       07
038268                                                                        07
038269     SET PM1 TO 1.                                                      53
038270     SEARCH T-PVM-DATA VARYING PM1                                      53
038271            AT END                                                      53
038295                                                                        53
038296 1257-EXIT.  EXIT.                                                      53
038297                                                                        53
038297*================================================================*      07
038297*    CHANGE OF OWNERSHIP - A PERIOD BELONGS TO THE OWNER ON ITS  *      07
038297*    FROM-DATE.  A CLAIM BILLED UNDER THE OLD OWNER'S CCN FOR A  *      07
038297*    PERIOD BEGINNING ON OR AFTER THE CHOW DATE IS ROUTED TO THE *      07
038297*    SUCCESSOR; ONE BILLED UNDER THE NEW OWNER'S CCN FOR A       *      07
038297*    PERIOD BEGINNING BEFORE IT GOES BACK TO THE PREDECESSOR.    *      07
038297*    HHA-PROV-NO LEAVES CARRYING THE OWNING CCN, THE CCN AS      *      31
038297*    BILLED IS KEPT IN HHA-BILLED-PROV-NO AND HHMGR213           *      31
038297*    REPORTS THE CHANGE.  CHOW-HOPS = 9 ENDS THE WALK            *      07
038297*================================================================*      07
038297 1258-ROUTE-CHOW.                                                       07
038297     SET PM1 TO 1.                                                      07
038297     SEARCH T-PVM-DATA VARYING PM1                                      07
038297            AT END                                                      07
038297               MOVE 9 TO CHOW-HOPS                                      07
038297               GO TO 1258-EXIT                                          07
038297            WHEN TB-PVM-CCN (PM1) = HHA-PROV-NO                         07
038297               CONTINUE                                                 07
038297     END-SEARCH.                                                        07
038297                                                                        07
038297     IF TB-PVM-CHOW-DATE (PM1) = SPACES                                 07
038297        OR TB-PVM-CHOW-DATE (PM1) = '00000000'                          07
038297        MOVE 9 TO CHOW-HOPS                                             07
038297        GO TO 1258-EXIT.                                                07
038297                                                                        07
038297     MOVE SPACES TO CHOW-OWNER-CCN.                                     07
038297     IF TB-PVM-SUCC-CCN (PM1) NOT = SPACES                              07
038297        AND HHA-SERV-FROM-DATE NOT < TB-PVM-CHOW-DATE (PM1)             07
038297        MOVE TB-PVM-SUCC-CCN (PM1) TO CHOW-OWNER-CCN.                   07
038297     IF TB-PVM-PRED-CCN (PM1) NOT = SPACES                              07
038297        AND HHA-SERV-FROM-DATE < TB-PVM-CHOW-DATE (PM1)                 07
038297        MOVE TB-PVM-PRED-CCN (PM1) TO CHOW-OWNER-CCN.                   07
038297                                                                        07
038297     IF CHOW-OWNER-CCN = SPACES                                         07
038297        OR CHOW-OWNER-CCN = HHA-PROV-NO                                 07
038297        MOVE 9 TO CHOW-HOPS                                             07
038297        GO TO 1258-EXIT.                                                07
038297                                                                        07
038297     IF HHA-BILLED-PROV-NO = SPACES                                     31
038297        MOVE HHA-PROV-NO TO HHA-BILLED-PROV-NO.                         31
038297     MOVE CHOW-OWNER-CCN TO HHA-PROV-NO.                                07
038297     ADD 1 TO CHOW-HOPS.                                                07
038297                                                                        07
038297 1258-EXIT.  EXIT.                                                      07
038297                                                                        07
038298*================================================================*      57
038299*    RESOLVE THE EPISODE RATE AND OUTLIER THRESHOLD FOR BOTH     *      57
038300*    QUALITY-SUBMITTER CLASSES FROM THE EPISODE-RATE-TABLE ROW   *      57
038556 1307-NEXT.                                                             76
038557     SET BE1 UP BY 1.                                                   76
038558 1307-EXIT.  EXIT.                                                      76
038558                                                                        00
038558*================================================================*      00
038558*    SCAN EVERY HOSPICE ELECTION FOR THE BENEFICIARY.  AN        *      00
038558*    ELECTION OVERLAPS WHEN IT STARTS ON OR BEFORE THE PERIOD'S  *      00
038558*    THRU DATE AND IS STILL IN FORCE (NO REVOCATION/DISCHARGE,   *      00
038558*    OR ONE ON OR AFTER THE FROM DATE).  THE LARGEST OVERLAP IS  *      00
038558*    HANDED BACK IN HOLD-VARIABLES-DATA AND ONE RTC 58 POSTS     *      00
038558*================================================================*      00
038558 1312-CHECK-HOSP-ELIG.                                                  00
038558     IF HSP-ELIG-COUNT = 0                                              00
038558         GO TO 1312-EXIT.                                               00
038558     IF HHA-SERV-FROM-DATE NOT NUMERIC                                  00
038558        OR HHA-SERV-THRU-DATE NOT NUMERIC                               00
038558         GO TO 1312-EXIT.                                               00
038558     MOVE 0      TO HSP-BEST-DAYS.                                      00
038558     MOVE SPACES TO HSP-BEST-PROV-NO.                                   00
038558     SET HS1 TO 1.                                                      00
038558     PERFORM 1313-CHECK-HOSP-ROW THRU 1313-EXIT                         00
038558             HSP-ELIG-COUNT TIMES.                                      00
038558     IF HSP-BEST-DAYS = 0                                               00
038558         GO TO 1312-EXIT.                                               00
038558                                                                        00
038558     MOVE HSP-BEST-PROV-NO TO HOSP-OVLP-PROV-NO.                        00
038558     MOVE HSP-BEST-DAYS    TO HOSP-OVLP-DAYS.                           00
038558     MOVE '58' TO HHA-PAY-RTC.                                          00
038558     PERFORM 1299-POST-EDIT-RTC THRU 1299-EXIT.                         00
038558 1312-EXIT.  EXIT.                                                      00
038558                                                                        00
038558 1313-CHECK-HOSP-ROW.                                                   00
038558     IF TB-HSP-HIC (HS1) NOT = HHA-HIC                                  00
038558         GO TO 1313-NEXT.                                               00
038558     IF TB-HSP-ELECT-DATE (HS1) NOT NUMERIC                             00
038558         GO TO 1313-NEXT.                                               00
038558     IF TB-HSP-ELECT-DATE (HS1) > HHA-SERV-THRU-DATE                    00
038558         GO TO 1313-NEXT.                                               00
038558     IF  TB-HSP-REVOKE-DATE (HS1) NUMERIC                               00
038558     AND TB-HSP-REVOKE-DATE (HS1) NOT = '00000000'                      00
038558     AND TB-HSP-REVOKE-DATE (HS1) < HHA-SERV-FROM-DATE                  00
038558         GO TO 1313-NEXT.                                               00
038558                                                                        00
038558*    OVERLAP RUNS FROM THE LATER OF THE TWO STARTS TO THE               00
038558*    EARLIER OF THE TWO ENDS                                            00
038558     IF TB-HSP-ELECT-DATE (HS1) > HHA-SERV-FROM-DATE                    00
038558         MOVE TB-HSP-ELECT-DATE (HS1) TO HSP-OVLP-START                 00
038558     ELSE                                                               00
038558         MOVE HHA-SERV-FROM-DATE-N    TO HSP-OVLP-START.                00
038558     MOVE HHA-SERV-THRU-DATE-N TO HSP-OVLP-END.                         00
038558     IF  TB-HSP-REVOKE-DATE (HS1) NUMERIC                               00
038558     AND TB-HSP-REVOKE-DATE (HS1) NOT = '00000000'                      00
038558     AND TB-HSP-REVOKE-DATE (HS1) < HHA-SERV-THRU-DATE                  00
038558         MOVE TB-HSP-REVOKE-DATE (HS1) TO HSP-OVLP-END.                 00
038558                                                                        00
038558     COMPUTE HSP-OVLP-CALC =                                            00
038558             FUNCTION INTEGER-OF-DATE(HSP-OVLP-END)                     00
038558           - FUNCTION INTEGER-OF-DATE(HSP-OVLP-START) + 1               00
038558     END-COMPUTE.                                                       00
038558     IF HSP-OVLP-CALC > 999                                             00
038558         MOVE 999 TO HSP-OVLP-CALC.                                     00
038558     IF HSP-OVLP-CALC > HSP-BEST-DAYS                                   00
038558         MOVE HSP-OVLP-CALC           TO HSP-BEST-DAYS                  00
038558         MOVE TB-HSP-PROV-NO (HS1)    TO HSP-BEST-PROV-NO.              00
038558                                                                        00
038558 1313-NEXT.                                                             00
038558     SET HS1 UP BY 1.                                                   00
038558 1313-EXIT.  EXIT.                                                      00
038558                                                                        00
038558*================================================================*      03
038558*    A CALENDAR YEAR IS COVERED BY THE LIST WHEN ANY ROW FOR IT  *      03
038558*    IS IN EFFECT BY THE THRU DATE.  IN A COVERED YEAR THE       *      03
038558*    PROVIDER'S LATEST ROW DECIDES - NO ROW, OR A 'C' ROW, MEANS *      03
038558*    COMPLIANT.  THE INDICATOR KEEPS ITS INITIAL-PAYMENT HALF    *      03
038558*    (0/2 VERSUS 1/3) AND ONLY THE QUALITY-DATA HALF CHANGES     *      03
038558*================================================================*      03
038558 1314-APPLY-QRP-LIST.                                                   03
038558     IF QRP-NC-COUNT = 0                                                03
038558         GO TO 1314-EXIT.                                               03
038558     IF QRP-LIST-SW = 'S'                                               03
038558         GO TO 1314-EXIT.                                               03
038558     IF HHA-SERV-THRU-DATE NOT NUMERIC                                  03
038558         GO TO 1314-EXIT.                                               03
038558     IF NOT HHA-WITH-DATA-CHECK                                         03
038558        AND NOT HHA-NO-DATA-CHECK                                       03
038558         GO TO 1314-EXIT.                                               03
038558                                                                        03
038558     MOVE 'N'    TO QRP-YEAR-COVERED-SW.                                03
038558     MOVE SPACES TO QRP-BEST-EFFDATE.                                   03
038558     MOVE 'C'    TO QRP-BEST-STATUS.                                    03
038558     SET QR1 TO 1.                                                      03
038558     PERFORM 1315-CHECK-QRP-ROW THRU 1315-EXIT                          03
038558             QRP-NC-COUNT TIMES.                                        03
038558     IF NOT QRP-YEAR-COVERED                                            03
038558         GO TO 1314-EXIT.                                               03
038558                                                                        03
038558     IF QRP-BEST-STATUS = 'N' AND HHA-WITH-DATA-CHECK                   03
038558         MOVE 'N' TO QRP-LIST-SW.                                       03
038558     IF QRP-BEST-STATUS = 'C' AND HHA-NO-DATA-CHECK                     03
038558         MOVE 'C' TO QRP-LIST-SW.                                       03
038558                                                                        03
038558     IF QRP-LIST-SW = 'N' AND HHA-INIT-PAY-QRP-IND = '0'                03
038558         MOVE '2' TO HHA-INIT-PAY-QRP-IND.                              03
038558     IF QRP-LIST-SW = 'N' AND HHA-INIT-PAY-QRP-IND = '1'                03
038558         MOVE '3' TO HHA-INIT-PAY-QRP-IND.                              03
038558     IF QRP-LIST-SW = 'C' AND HHA-INIT-PAY-QRP-IND = '2'                03
038558         MOVE '0' TO HHA-INIT-PAY-QRP-IND.                              03
038558     IF QRP-LIST-SW = 'C' AND HHA-INIT-PAY-QRP-IND = '3'                03
038558         MOVE '1' TO HHA-INIT-PAY-QRP-IND.                              03
038558 1314-EXIT.  EXIT.                                                      03
038558                                                                        03
038558 1315-CHECK-QRP-ROW.                                                    03
038558     IF TB-QRP-CAL-YEAR (QR1) NOT = HHA-SERV-THRU-DATE (1:4)            03
038558         GO TO 1315-NEXT.                                               03
038558     IF TB-QRP-EFF-DATE (QR1) > HHA-SERV-THRU-DATE                      03
038558         GO TO 1315-NEXT.                                               03
038558     MOVE 'Y' TO QRP-YEAR-COVERED-SW.                                   03
038558     IF TB-QRP-PROV-NO (QR1) NOT = HHA-PROV-NO                          03
038558         GO TO 1315-NEXT.                                               03
038558     IF TB-QRP-EFF-DATE (QR1) NOT < QRP-BEST-EFFDATE                    03
038558         MOVE TB-QRP-EFF-DATE (QR1) TO QRP-BEST-EFFDATE                 03
038558         MOVE TB-QRP-STATUS (QR1)   TO QRP-BEST-STATUS.                 03
038558                                                                        03
038558 1315-NEXT.                                                             03
038558     SET QR1 UP BY 1.                                                   03
038558 1315-EXIT.  EXIT.                                                      03
038558                                                                        03
038558*================================================================*      13
038558*    A FINAL CLAIM MUST BE RECEIVED WITHIN 12 MONTHS OF ITS      *      13
038558*    THRU DATE (RTC 41) UNLESS AN AE OR RE EXCEPTION IS ON FILE. *      13
038558*    AN ADJUSTMENT MUST BE RECEIVED WITHIN ONE YEAR OF THE       *      13
038558*    INITIAL DETERMINATION (RTC 42), OR FOUR YEARS UNDER A GC    *      13
038558*    EXCEPTION.  NO RECEIPT DATE MEANS NO EDIT                   *      13
061341*    AN EMERGENCY DECLARATION LIFTS EITHER LIMIT (DW)            *      13
038558*================================================================*      13
038558 1316-CHECK-TIMELY-FILING.                                              13
038558     IF HHA-RECEIPT-DATE NOT NUMERIC                                    13
038558         GO TO 1316-EXIT.                                               13
038558     IF NOT HHA-TOB-IS-CLAIM                                            13
038558         GO TO 1316-EXIT.                                               13
038558     IF HHA-ADJ-IND = 'A'                                               13
038558         GO TO 1316-REOPEN.                                             13
038558     IF HHA-ADJ-IND = 'C'                                               13
038558        OR HHA-SERV-THRU-DATE NOT NUMERIC                               13
038558         GO TO 1316-EXIT.                                               13
038558                                                                        13
038558     MOVE HHA-SERV-THRU-DATE-N TO TFL-START-DATE.                       13
038558     PERFORM 1317-CLAIM-AGE THRU 1317-EXIT.                             13
038558     MOVE HHA-SERV-THRU-DATE-N TO TFL-LIMIT-DATE.                       13
038558     ADD 1 TO TFL-LIMIT-YYYY.                                           13
038558     IF TFL-LIMIT-MMDD = 0229                                           13
038558         MOVE 0228 TO TFL-LIMIT-MMDD.                                   13
038558     IF HHA-RECEIPT-DATE-N NOT > TFL-LIMIT-DATE                         13
038558         GO TO 1316-EXIT.                                               13
038558                                                                        13
038558     PERFORM 1318-FIND-TFL-EXCPT THRU 1318-EXIT.                        13
038558     IF TFL-FOUND-REASON = 'AE' OR TFL-FOUND-REASON = 'RE'              13
038558         MOVE TFL-FOUND-REASON TO TFL-EXCEPT-CODE                       13
038558         GO TO 1316-EXIT.                                               13
061341     IF EMR-TFL-WAIVER = 'Y'                                            23
061341         MOVE 'DW' TO TFL-EXCEPT-CODE                                   23
061341         GO TO 1316-EXIT.                                               23
038558     MOVE '41' TO HHA-PAY-RTC.                                          13
038558     PERFORM 1299-POST-EDIT-RTC THRU 1299-EXIT.                         13
038558     GO TO 1316-EXIT.                                                   13
038558                                                                        13
038558 1316-REOPEN.                                                           13
038558     IF TFL-DETERM-DATE NOT NUMERIC                                     13
038558        OR TFL-DETERM-DATE = '00000000'                                 13
038558         GO TO 1316-EXIT.                                               13
038558                                                                        13
038558     MOVE TFL-DETERM-DATE TO TFL-START-DATE.                            13
038558     PERFORM 1317-CLAIM-AGE THRU 1317-EXIT.                             13
038558     MOVE TFL-START-DATE TO TFL-LIMIT-DATE.                             13
038558     ADD 1 TO TFL-LIMIT-YYYY.                                           13
038558     IF TFL-LIMIT-MMDD = 0229                                           13
038558         MOVE 0228 TO TFL-LIMIT-MMDD.                                   13
038558     IF HHA-RECEIPT-DATE-N NOT > TFL-LIMIT-DATE                         13
038558         GO TO 1316-EXIT.                                               13
038558                                                                        13
038558     PERFORM 1318-FIND-TFL-EXCPT THRU 1318-EXIT.                        13
038558     IF TFL-FOUND-REASON = 'GC'                                         13
038558         ADD 3 TO TFL-LIMIT-YYYY                                        13
038558         IF HHA-RECEIPT-DATE-N NOT > TFL-LIMIT-DATE                     13
038558             MOVE TFL-FOUND-REASON TO TFL-EXCEPT-CODE                   13
038558             GO TO 1316-EXIT.                                           13
061341     IF EMR-TFL-WAIVER = 'Y'                                            23
061341         MOVE 'DW' TO TFL-EXCEPT-CODE                                   23
061341         GO TO 1316-EXIT.                                               23
038558     MOVE '42' TO HHA-PAY-RTC.                                          13
038558     PERFORM 1299-POST-EDIT-RTC THRU 1299-EXIT.                         13
038558 1316-EXIT.  EXIT.                                                      13
038558                                                                        13
038558*    DAYS FROM THE START DATE TO RECEIPT, FOR THE EXCEPTION REPORT      13
038558 1317-CLAIM-AGE.                                                        13
038558     COMPUTE TFL-AGE-CALC =                                             13
038558             FUNCTION INTEGER-OF-DATE(HHA-RECEIPT-DATE-N)               13
038558           - FUNCTION INTEGER-OF-DATE(TFL-START-DATE)                   13
038558     END-COMPUTE.                                                       13
038558     IF TFL-AGE-CALC < 0                                                13
038558         MOVE 0 TO TFL-AGE-CALC.                                        13
038558     IF TFL-AGE-CALC > 99999                                            13
038558         MOVE 99999 TO TFL-AGE-CALC.                                    13
038558     MOVE TFL-AGE-CALC TO TFL-AGE-DAYS.                                 13
038558 1317-EXIT.  EXIT.                                                      13
038558                                                                        13
038558*    THE EXCEPTION ROW FOR THE CLAIM'S NPI, BENEFICIARY AND FROM        13
038558*    DATE, IF ANY                                                       13
038558 1318-FIND-TFL-EXCPT.                                                   13
038558     MOVE SPACES TO TFL-FOUND-REASON.                                   13
038558     IF TFL-EXCPT-COUNT = 0                                             13
038558         GO TO 1318-EXIT.                                               13
038558     SET TX1 TO 1.                                                      13
038558     SEARCH T-TFX-DATA VARYING TX1                                      13
038558            AT END                                                      13
038558               GO TO 1318-EXIT                                          13
038558            WHEN TX1 > TFL-EXCPT-COUNT                                  13
038558               GO TO 1318-EXIT                                          13
038558            WHEN TB-TFX-NPI (TX1)       = HHA-NPI                       13
038558             AND TB-TFX-HIC (TX1)       = HHA-HIC                       13
038558             AND TB-TFX-FROM-DATE (TX1) = HHA-SERV-FROM-DATE            13
038558               MOVE TB-TFX-REASON (TX1) TO TFL-FOUND-REASON.            13
038558 1318-EXIT.  EXIT.                                                      13
038558                                                                        13
038558*================================================================*      16
038558*    A FINAL CLAIM'S CERTIFYING PRACTITIONER MUST HAVE AN        *      16
038558*    ELIGIBILITY SPAN COVERING THE SERVICE FROM DATE (RTC 43).   *      16
038558*    NO PRACTITIONER ON THE CLAIM, A CANCEL, OR AN EMPTY         *      16
038558*    ELIGIBILITY FILE MEANS NO EDIT                              *      16
038558*================================================================*      16
038558 1322-CHECK-ORDER-PRAC.                                                 16
038558     IF ORD-ELIG-COUNT = 0                                              16
038558         GO TO 1322-EXIT.                                               16
038558     IF NOT HHA-TOB-IS-CLAIM                                            16
038558        OR HHA-ADJ-IND = 'C'                                            16
038558         GO TO 1322-EXIT.                                               16
038558     IF ORD-CERT-NPI = SPACES OR ORD-CERT-NPI = ALL '0'                 16
038558         GO TO 1322-EXIT.                                               16
038558     IF HHA-SERV-FROM-DATE NOT NUMERIC                                  16
038558         GO TO 1322-EXIT.                                               16
038558                                                                        16
038558     MOVE 'U' TO ORE-MATCH-SW.                                          16
038558     SET OE1 TO 1.                                                      16
038558     PERFORM 1323-CHECK-ORE-ROW THRU 1323-EXIT                          16
038558             ORD-ELIG-COUNT TIMES.                                      16
038558     IF ORE-ELIGIBLE                                                    16
038558         GO TO 1322-EXIT.                                               16
038558                                                                        16
038558     MOVE ORE-MATCH-SW TO ORD-CERT-FLAG.                                16
038558     MOVE '43' TO HHA-PAY-RTC.                                          16
038558     PERFORM 1299-POST-EDIT-RTC THRU 1299-EXIT.                         16
038558 1322-EXIT.  EXIT.                                                      16
038558                                                                        16
038558*    ANY SPAN FOR THE NPI PUTS IT ON FILE; A SPAN COVERING THE          16
038558*    FROM DATE MAKES IT ELIGIBLE                                        16
038558 1323-CHECK-ORE-ROW.                                                    16
038558     IF ORE-ELIGIBLE                                                    16
038558        OR TB-ORE-NPI (OE1) NOT = ORD-CERT-NPI                          16
038558         GO TO 1323-NEXT.                                               16
038558     MOVE 'D' TO ORE-MATCH-SW.                                          16
038558     IF TB-ORE-ELIG-FROM (OE1) > HHA-SERV-FROM-DATE                     16
038558         GO TO 1323-NEXT.                                               16
038558     IF TB-ORE-ELIG-THRU (OE1) = '00000000'                             16
038558        OR TB-ORE-ELIG-THRU (OE1) NOT < HHA-SERV-FROM-DATE              16
038558         MOVE 'Y' TO ORE-MATCH-SW.                                      16
038558                                                                        16
038558 1323-NEXT.                                                             16
038558     SET OE1 UP BY 1.                                                   16
038558 1323-EXIT.  EXIT.                                                      16
038559                                                                        73
038560*================================================================*      73
038561*    PRORATE THE EPISODE RATES, OUTLIER THRESHOLDS AND WAGE      *      73
038743     AND WS-RUR-BEST-EFFDATE-C = SPACES                                 81
038744         MOVE 'Y' TO RAD-GAP-C.                                         81
038745                                                                        58
038745*    THE COUNTY'S CATEGORY IN FORCE ON THE SAME DATE, SO A CLAIM        19
038745*    IS PRICED UNDER THE COUNTY LIST OF ITS OWN YEAR                    19
038745     MOVE SPACE  TO RAD-COUNTY-CATEGORY.                                19
038745     MOVE SPACES TO WS-RCY-BEST-EFFDATE.                                19
038745     IF HHA-COUNTY-CODE NOT = SPACES                                    19
038745         PERFORM 1298-CHECK-RURAL-CNTY-ROW THRU 1298-EXIT               19
038745             VARYING RY1 FROM 1 BY 1                                    19
038745             UNTIL RY1 > RURAL-CNTY-COUNT.                              19
038745     IF RAD-COUNTY-CATEGORY = 'N'                                       19
038745         MOVE SPACE TO RAD-COUNTY-CATEGORY.                             19
038745                                                                        19
038746 1294-EXIT.  EXIT.                                                      58
038747                                                                        58
038748 1295-CHECK-RURAL-ADDON-ROW.                                            58
038783           MOVE TB-RUR-FACTOR  (RA1) TO RAD-FACTOR-C.                   58
038784                                                                        58
038785 1295-EXIT.  EXIT.                                                      58
038785                                                                        19
038785 1298-CHECK-RURAL-CNTY-ROW.                                             19
038785                                                                        19
038785     IF TB-RCY-COUNTY (RY1) NOT = HHA-COUNTY-CODE                       19
038785        GO TO 1298-EXIT.                                                19
038785     IF TB-RCY-EFFDATE (RY1) > HHA-SERV-THRU-DATE                       19
038785        GO TO 1298-EXIT.                                                19
038785     IF TB-RCY-EFFDATE (RY1) > WS-RCY-BEST-EFFDATE                      19
038785        MOVE TB-RCY-EFFDATE  (RY1) TO WS-RCY-BEST-EFFDATE               19
038785        MOVE TB-RCY-CATEGORY (RY1) TO RAD-COUNTY-CATEGORY.              19
038785                                                                        19
038785 1298-EXIT.  EXIT.                                                      19
038786                                                                        77
038787*================================================================*      77
038788*    RESOLVE THE PER-DISCIPLINE LUPA ADD-ON FACTORS FOR THE      *      77
041830        MOVE '71' TO HHA-PAY-RTC.                                 04183000
041840                                                                  04184000
041850 2005-EXIT.  EXIT.                                                04185000
041850                                                                        01
041851*================================================================*      01
041852*    ADMISSION SOURCE (HRG POSITION 1: 1/3 COMMUNITY, 2/4        *      01
041853*    INSTITUTIONAL) AGAINST THE DISCHARGE FEED.  AN              *      01
041854*    INSTITUTIONAL SOURCE NEEDS A DISCHARGE 0 TO 14 DAYS BEFORE  *      01
041855*    THE FROM DATE; A COMMUNITY SOURCE SHOULD HAVE NONE.  ON A   *      01
041856*    MISMATCH THE WEIGHT OF THE SAME HRG WITH THE OTHER SOURCE   *      01
041857*    (TIMING UNCHANGED) GOES BACK WITH THE FLAG                  *      01
041858*================================================================*      01
041859 2010-CHECK-ADMIT-SOURCE.                                               01
041860     IF HHA-HRG-INPUT-CODE (1:1) < '1'                                  01
041861        OR HHA-HRG-INPUT-CODE (1:1) > '4'                               01
041862         GO TO 2010-EXIT.                                               01
041863     IF HHA-SERV-FROM-DATE NOT NUMERIC                                  01
041864         GO TO 2010-EXIT.                                               01
041865                                                                        01
041866     COMPUTE ADM-INT-FROM = FUNCTION                                    01
041867             INTEGER-OF-DATE(HHA-SERV-FROM-DATE-N)                      01
041868     END-COMPUTE.                                                       01
041869     MOVE 'N' TO ADM-DSCH-FOUND-SW.                                     01
041870     SET DS1 TO 1.                                                      01
041871     PERFORM 2015-SCAN-DSCH-ROW THRU 2015-EXIT                          01
041872             DSC-DSCH-COUNT TIMES.                                      01
041873                                                                        01
041874     MOVE HHA-HRG-INPUT-CODE TO ADM-ALT-HRG.                            01
041875     IF HHA-HRG-INPUT-CODE (1:1) = '2'                                  01
041876        OR HHA-HRG-INPUT-CODE (1:1) = '4'                               01
041877         IF ADM-DSCH-FOUND                                              01
041878             GO TO 2010-EXIT                                            01
041879         ELSE                                                           01
041880             MOVE 'I' TO ADM-SRC-FLAG                                   01
041881     ELSE                                                               01
041882         IF ADM-DSCH-FOUND                                              01
041883             MOVE 'C' TO ADM-SRC-FLAG                                   01
041884         ELSE                                                           01
041885             GO TO 2010-EXIT.                                           01
041886                                                                        01
041887     IF HHA-HRG-INPUT-CODE (1:1) = '1'                                  01
041888         MOVE '2' TO ADM-ALT-HRG (1:1).                                 01
041889     IF HHA-HRG-INPUT-CODE (1:1) = '2'                                  01
041890         MOVE '1' TO ADM-ALT-HRG (1:1).                                 01
041891     IF HHA-HRG-INPUT-CODE (1:1) = '3'                                  01
041892         MOVE '4' TO ADM-ALT-HRG (1:1).                                 01
041893     IF HHA-HRG-INPUT-CODE (1:1) = '4'                                  01
041894         MOVE '3' TO ADM-ALT-HRG (1:1).                                 01
041895                                                                        01
041896     SET HU2 TO 1.                                                      01
041897     SEARCH TB-HRG-DATA VARYING HU2                                     01
041898            AT END                                                      01
041899               MOVE 0 TO ADM-ALT-HRG-WGTS                               01
041900            WHEN TB-HRG (HU2) = ADM-ALT-HRG                             01
041901               MOVE TB-HRG-WGTS (HU2) TO ADM-ALT-HRG-WGTS               01
041902     END-SEARCH.                                                        01
041903 2010-EXIT.  EXIT.                                                      01
041904                                                                        01
041905 2015-SCAN-DSCH-ROW.                                                    01
041906     IF ADM-DSCH-FOUND                                                  01
041907         GO TO 2015-NEXT.                                               01
041908     IF TB-DSC-BENE-ID (DS1) NOT = HHA-HIC                              01
041909         GO TO 2015-NEXT.                                               01
041910     IF TB-DSC-DSCH-DATE (DS1) > HHA-SERV-FROM-DATE                     01
041911         GO TO 2015-NEXT.                                               01
041912                                                                        01
041913     MOVE TB-DSC-DSCH-DATE (DS1) TO ADM-DSCH-DATE-N.                    01
041914     COMPUTE ADM-DSCH-GAP = ADM-INT-FROM -                              01
041915             FUNCTION INTEGER-OF-DATE(ADM-DSCH-DATE-N)                  01
041916     END-COMPUTE.                                                       01
041917     IF ADM-DSCH-GAP NOT > 14                                           01
041918         MOVE 'Y' TO ADM-DSCH-FOUND-SW.                                 01
041919                                                                        01
041920 2015-NEXT.                                                             01
041921     SET DS1 UP BY 1.                                                   01
041922 2015-EXIT.  EXIT.                                                      01
041700                                                                  04170000
041800*================================================================*04180000
041900*    GET THE REVENUE DATA                                        *04190000
