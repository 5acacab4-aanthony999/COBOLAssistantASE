001300*  (KEY FIELDS START IN COLUMN 8, ONE BLANK BETWEEN FIELDS)       *
001400*                                                                 *
001500*  AN OPTIONAL APLCLMS FILE CARRIES THE APPEALED CLAIMS AS        *
001600*  PRICED (1000-BYTE RECORDS PULLED FROM OUTFILE).  EACH ONE      *
001700*  MATCHING AN OPEN APPEAL IS RE-PRICED THROUGH THE SAME          *
001800*  HHOPN213/HHDRV213/CALC CHAIN THE PRODUCTION PRICER AND         *
001900*  HHDSK213 USE, AND THE ORIGINAL AND APPEAL-RECALCULATED RTC     *
002300*  OPEN FROM THE FILED DATE AND THE DOLLARS AT STAKE (THE         *
002400*  ORIGINAL-VS-RECALCULATED DIFFERENCE, OR THE FULL ORIGINAL      *
002500*  PAYMENT UNTIL A REPRICE HAS RUN).                              *
002502*                                                                 *
002504*  EACH CARD APPLIED AND EACH APPEAL REPRICE IS ALSO APPENDED TO  *
002506*  THE CLMJRNL CLAIM LIFECYCLE JOURNAL AS AN APPEAL EVENT.        *
002510*                                                                 *
002520*  COLUMNS 73-80 OF EVERY CARD CARRY THE ANALYST'S USER ID.  THE  *
002530*  ANALYST MUST HOLD THE CARD'S VERB (LOG, STATUS OR RESOLV) FOR  *
002540*  HHAPP213 IN THE SHARED SECURITY PROFILE - HHAUT213 ANSWERS     *
002550*  AND LOGS TO SECLOG - OR THE CARD IS REFUSED UNAPPLIED.         *
002600*----------------------------------------------------------------*
002700
002800 DATE-COMPILED.
004500         FILE STATUS IS ACL-STAT.
004600     SELECT APLRPT    ASSIGN TO UT-S-APLRPT
004700         FILE STATUS IS APR-STAT.
004710     SELECT CLMJRNL   ASSIGN TO UT-S-CLMJRNL
004720         FILE STATUS IS JRN-STAT.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
007400     05  APC-FROM-DATE          PIC X(08).
007500     05  FILLER                 PIC X(01).
007600     05  APC-DATA               PIC X(40).
007610 01  APLCARD-USER-VIEW.
007620     05  FILLER                 PIC X(72).
007630     05  APC-USER-ID            PIC X(08).
007700
007800 FD  APLCLMS
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS V
008010     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
008100     BLOCK CONTAINS 0 RECORDS.
008200 01  APLCLMS-REC                PIC X(1000).
008300
008400 FD  APLRPT
008500     RECORDING MODE IS F
008600     BLOCK CONTAINS 133 RECORDS
008700     LABEL RECORDS ARE STANDARD.
008800 01  APLRPT-LINE                PIC X(133).
008810
008820 FD  CLMJRNL
008830     RECORDING MODE IS F
008840     BLOCK CONTAINS 0 RECORDS
008850     LABEL RECORDS ARE STANDARD.
008860 01  CLMJRNL-REC                PIC X(120).
008900
009000 WORKING-STORAGE SECTION.
009100 01  FILLER                     PIC X(40)  VALUE
009200     'HHAPP    - W O R K I N G   S T O R A G E'.
009300 01  HHAPP-VERSION              PIC X(07)  VALUE 'G2021.3'.
009400 01  HHOPN213                   PIC X(08)  VALUE 'HHOPN213'.
009410 01  HHAUT213                   PIC X(08)  VALUE 'HHAUT213'.
009500 01  EOF-ARI                    PIC 9(01)  VALUE 0.
009600 01  EOF-APC                    PIC 9(01)  VALUE 0.
009700 01  EOF-ACL                    PIC 9(01)  VALUE 0.
009900 01  REGOUT-CTR                 PIC 9(07)  VALUE 0.
010000 01  CARD-CTR                   PIC 9(07)  VALUE 0.
010100 01  CARD-ERR-CTR               PIC 9(07)  VALUE 0.
010110 01  CARD-REFUSED-CTR           PIC 9(07)  VALUE 0.
010200 01  LOGGED-CTR                 PIC 9(07)  VALUE 0.
010300 01  REPRICED-CTR               PIC 9(07)  VALUE 0.
010400 01  OPEN-APPEAL-CTR            PIC 9(07)  VALUE 0.
013000 01  APR-STAT.
013100     05  APR-STAT1              PIC X.
013200     05  APR-STAT2              PIC X.
013204 01  JRN-STAT.
013208     05  JRN-STAT1              PIC X.
013212     05  JRN-STAT2              PIC X.
013216 01  CLMJRNL-CTR                PIC 9(07)  VALUE 0.
013220 01  JRN-STATUS-TEXT.
013224     05  FILLER                 PIC X(14)  VALUE 'STATUS SET TO '.
013228     05  JRN-NEW-STATUS         PIC X(01)  VALUE SPACE.
013232     05  FILLER                 PIC X(09)  VALUE SPACES.
013236 01  JRN-EVENT.
013240     05  JRN-DCN                PIC X(08).
013244     05  JRN-CLAIM-KEY.
013248         10  JRN-NPI            PIC X(10).
013252         10  JRN-HIC            PIC X(12).
013256         10  JRN-FROM-DATE      PIC X(08).
013260     05  JRN-EVENT-DATE         PIC X(08).
013264     05  JRN-EVENT-TIME         PIC X(08).
013268     05  JRN-PROGRAM            PIC X(08).
013272     05  JRN-STEP               PIC X(10).
013276     05  JRN-OUTCOME            PIC X(24).
013280     05  JRN-RTC                PIC X(02).
013284     05  JRN-AMOUNT             PIC S9(09)V9(02).
013288     05  JRN-RUN-MODE           PIC X(01).
013292     05  FILLER                 PIC X(10).
013300
013306*----------------------------------------------------------------*
013312*  AUTHORIZATION REQUEST PASSED TO HHAUT213 - PIC X(100)          *
013318*----------------------------------------------------------------*
013324 01  AUTH-REQUEST.
013330     05  AUT-ACTION             PIC X(01).
013336     05  AUT-PROGRAM            PIC X(08).
013342     05  AUT-FUNCTION           PIC X(06).
013348     05  AUT-SCOPE              PIC X(08).
013354     05  AUT-USER-ID            PIC X(08).
013360     05  AUT-DETAIL             PIC X(40).
013366     05  AUT-RESULT             PIC X(01).
013372         88  AUT-GRANTED                   VALUE 'G'.
013378     05  AUT-REASON             PIC X(20).
013384     05  FILLER                 PIC X(08).
013390
013400*----------------------------------------------------------------*
013500*  APPEALS REGISTER RECORD AND IN-CORE TABLE                      *
013600*----------------------------------------------------------------*
015900         10  ART-ENTRY          PIC X(120).
016000
016100*----------------------------------------------------------------*
016200*  INPUT/OUTPUT RECORD LAYOUT - PIC X(1000)                       *
016300*  ONLY THE FIELDS THE REPRICING PASS SETS OR STORES ARE NAMED;   *
016400*  OFFSETS MUST STAY IN SYNC WITH THE HHA-INPUT-DATA LAYOUT       *
016500*  CARRIED BY HHMGR213/HHDRV213/HHCAL213/HHCAL200/HHOPN213        *
019300     05  FILLER                  PIC X(03).
019400     05  HHA-EDIT-RTC-LIST.
019500         10  HHA-EDIT-RTC        PIC 99  OCCURS 5.
019600     05  FILLER                  PIC X(60).
019603     05  HHA-DCN                 PIC X(08).
019606     05  FILLER                  PIC X(08).
019610*    VERSION 3 EXTENSION (BYTES 651-1000) - SPACES
019620*    WHEN A VERSION 2 CLAIM IS READ
019630     05  HHA-V3-EXTENSION        PIC X(350).
019700
019800 01  HOLD-VARIABLES-DATA.
019900     02  HOLD-VAR-DATA.
020200         05  HHDRV-VERSION       PIC X(07).
020300         05  HHCAL-VERSION       PIC X(07).
020400         05  FILLER              PIC X(20).
020410         05  FILLER              PIC X(15).
020420         05  FILLER              PIC X(11).
020430         05  FILLER              PIC X(01).
020500
020600 01  TABLE-COVERAGE-DATA.
020700     05  TCV-CBSA-MIN            PIC X(08).
026800
026900     OPEN OUTPUT APLREGOUT
027000                 APLRPT.
027010*    THE LIFECYCLE JOURNAL ACCUMULATES ACROSS RUNS - CREATED ON
027020*    FIRST USE
027030     OPEN EXTEND CLMJRNL.
027040     IF JRN-STAT1 NOT = '0'
027050         OPEN OUTPUT CLMJRNL.
027060     MOVE SPACES TO JRN-EVENT.
027100
027200     ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.
027300     COMPUTE APL-INT-ASOF = FUNCTION
028000     PERFORM 4000-WRITE-REGISTER THRU 4000-EXIT.
028100     PERFORM 5000-AGING-REPORT THRU 5000-EXIT.
028200
028300     CLOSE APLREGOUT APLRPT CLMJRNL.
028310     MOVE 'F' TO AUT-ACTION.
028320     CALL HHAUT213 USING AUTH-REQUEST.
028400
028500     DISPLAY '-- PROGRAM HHAPP213  VERSION  ===> ' HHAPP-VERSION.
028600     DISPLAY '-- REGISTER ENTRIES CARRIED IN ===> ' REGIN-CTR.
028700     DISPLAY '-- TRANSACTION CARDS READ     ===> ' CARD-CTR.
028800     DISPLAY '-- CARDS IN ERROR             ===> ' CARD-ERR-CTR.
028810     DISPLAY '-- CARDS REFUSED UNAUTHORIZED ===> '
028820             CARD-REFUSED-CTR.
028900     DISPLAY '-- APPEALS LOGGED             ===> ' LOGGED-CTR.
029000     DISPLAY '-- APPEALS RE-PRICED          ===> ' REPRICED-CTR.
029100     DISPLAY '-- REGISTER ENTRIES WRITTEN   ===> ' REGOUT-CTR.
029200     DISPLAY '-- OPEN APPEALS               ===> ' OPEN-APPEAL-CTR.
029210     DISPLAY '-- JOURNAL EVENTS WRITTEN     ===> ' CLMJRNL-CTR.
029300
029400     IF REGOUT-CTR NOT = (REGIN-CTR + LOGGED-CTR)
029500         DISPLAY '** HHAPP213 CONTROL TOTAL ERROR **'
033700         AT END   MOVE 1 TO EOF-APC
033800                  GO TO 2100-EXIT.
033900     ADD 1 TO CARD-CTR.
033906
033912*    THE ANALYST MUST HOLD THE VERB IN THE SECURITY PROFILE
033918     MOVE SPACES          TO AUTH-REQUEST.
033924     MOVE 'C'             TO AUT-ACTION.
033930     MOVE 'HHAPP213'      TO AUT-PROGRAM.
033936     MOVE APC-VERB        TO AUT-FUNCTION.
033942     MOVE APC-USER-ID     TO AUT-USER-ID.
033948     MOVE APLCARD-REC (8:30) TO AUT-DETAIL.
033954     CALL HHAUT213 USING AUTH-REQUEST.
033960     IF NOT AUT-GRANTED
033966         ADD 1 TO CARD-REFUSED-CTR
033972         DISPLAY '** APPEAL CARD REFUSED - ' AUT-REASON ' '
033978                 APC-USER-ID ' ' APC-VERB ' ' APC-NPI ' ' APC-HIC
033984         GO TO 2100-EXIT.
034000
034100     IF APC-VERB = 'LOG'
034200         PERFORM 2200-LOG-APPEAL THRU 2200-EXIT
035200     MOVE ART-ENTRY (AX1) TO APPEAL-RECORD.
035300     IF APC-VERB = 'STATUS'
035400         MOVE APC-DATA (1:1) TO APL-STATUS
035410         MOVE APL-STATUS     TO JRN-NEW-STATUS
035420         MOVE JRN-STATUS-TEXT TO JRN-OUTCOME
035500     ELSE
035600     IF APC-VERB = 'RESOLV'
035700         MOVE 'R' TO APL-STATUS
035800         MOVE APC-DATA (1:8) TO APL-RESOLVED-DATE
035810         MOVE 'RESOLVED'     TO JRN-OUTCOME
035900     ELSE
036000         ADD 1 TO CARD-ERR-CTR
036100         DISPLAY '** UNKNOWN APPEAL CARD VERB ' APC-VERB
036200         GO TO 2100-EXIT.
036300     MOVE APPEAL-RECORD TO ART-ENTRY (AX1).
036310     PERFORM 2300-JOURNAL-CARD THRU 2300-EXIT.
036400 2100-EXIT.  EXIT.
036500
036600 2200-LOG-APPEAL.
039000     ADD 1 TO LOGGED-CTR.
039100     SET AX1 TO APL-NEXT.
039200     MOVE APPEAL-RECORD TO ART-ENTRY (AX1).
039210     MOVE 'APPEAL FILED'  TO JRN-OUTCOME.
039220     PERFORM 2300-JOURNAL-CARD THRU 2300-EXIT.
039300 2200-EXIT.  EXIT.
039307
039314*    A CARD CARRIES THE CLAIM KEY BUT NO DCN - THE RETRIEVAL
039321*    MATCHES SUCH EVENTS TO THE CLAIM ON NPI/HIC/FROM-DATE
039328 2300-JOURNAL-CARD.
039335     MOVE SPACES          TO JRN-DCN.
039342     MOVE APC-NPI         TO JRN-NPI.
039349     MOVE APC-HIC         TO JRN-HIC.
039356     MOVE APC-FROM-DATE   TO JRN-FROM-DATE.
039363     MOVE SPACES          TO JRN-RTC.
039370     MOVE 0               TO JRN-AMOUNT.
039377     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
039384 2300-EXIT.  EXIT.
039400
039500 2500-FIND-APPEAL.
039600     MOVE 'N' TO APL-FOUND-SW.
046800     MOVE 'Y'               TO APL-REPRICED-IND.
046900     MOVE APPEAL-RECORD TO ART-ENTRY (AX1).
047000     ADD 1 TO REPRICED-CTR.
047010     MOVE HHA-DCN            TO JRN-DCN.
047020     MOVE HHA-NPI            TO JRN-NPI.
047030     MOVE HHA-HIC            TO JRN-HIC.
047040     MOVE HHA-SERV-FROM-DATE TO JRN-FROM-DATE.
047050     MOVE HHA-PAY-RTC        TO JRN-RTC.
047060     MOVE HHA-TOTAL-PAYMENT  TO JRN-AMOUNT.
047070     MOVE 'REPRICED ON APPEAL' TO JRN-OUTCOME.
047080     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
047100 3100-EXIT.  EXIT.
047200
047300*================================================================*
055900     WRITE APLRPT-LINE AFTER ADVANCING 1.
056000     MOVE 5 TO APL-LINE-CTR.
056100 5200-EXIT.  EXIT.
056110
056120*================================================================*
056130*    APPEND ONE APPEAL EVENT TO THE CLAIM LIFECYCLE JOURNAL - THE *
056140*    CALLER HAS SET THE CLAIM, OUTCOME AND AMOUNT                 *
056150*================================================================*
056160 6000-WRITE-JOURNAL.
056170     MOVE 'APPEAL'              TO JRN-STEP.
056180     MOVE 'P'                   TO JRN-RUN-MODE.
056190     MOVE 'HHAPP213'            TO JRN-PROGRAM.
056200     ACCEPT JRN-EVENT-DATE FROM DATE YYYYMMDD.
056210     ACCEPT JRN-EVENT-TIME FROM TIME.
056220     WRITE CLMJRNL-REC FROM JRN-EVENT.
056230     IF JRN-STAT1 > 0 DISPLAY ' BADZ WRITE ON CLMJRNL FILE'.
056240     ADD 1 TO CLMJRNL-CTR.
056250 6000-EXIT.  EXIT.
