000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHXRF213.
000300
000400*----------------------------------------------------------------*
000500*  REFERENCE-FILE CROSS-REFERENCE INTEGRITY CHECK                 *
000600*                                                                 *
000700*  HHOPN213 AUDITS EACH REFERENCE FILE AS IT LOADS IT, BUT NOT    *
000800*  WHETHER THE FILES AGREE WITH ONE ANOTHER.  THIS STEP RUNS      *
000900*  AHEAD OF THE NIGHT'S PRICING AGAINST THE SAME MOUNTED          *
001000*  MEMBERS AND APPLIES THE CROSS-FILE RULES:                      *
001100*                                                                 *
001200*  XR01  A CNTYCBSA ROW POINTS AT A CBSA NOT ON CBSAFILE          *
001300*  XR02  A PROVRECL RECLASSIFICATION NAMES A CBSA NOT ON          *
001400*        CBSAFILE                                                 *
001500*  XR03  A PROVRECL RECLASSIFICATION HAS NO NON-ZERO WAGE INDEX   *
001600*        IN EFFECT FOR ITS CBSA ON THE RECLASSIFICATION DATE      *
001700*  XR04  A PROVRECL ROW IS FOR A CCN NOT ON PROVMSTR              *
001800*  XR05  A PROVFILE VBP ROW IS FOR A CCN NOT ON PROVMSTR          *
001900*  XR06  AN EPIRATE (BY SUBMISSION INDICATOR), RURADDON (BY       *
002000*        CATEGORY) OR LUPAFACT SCHEDULE LEAVES DAYS OF THE        *
002100*        COVERAGE WINDOW UNCOVERED - NO ROW IN EFFECT ON THE      *
002200*        FIRST DAY, OR A CALENDAR YEAR WITH NO ROW OF ITS OWN     *
002300*        (THE PRICER WOULD SILENTLY CARRY THE PRIOR YEAR'S RATE)  *
002400*  XR07  A ROW WHOSE KEY DATE IS NOT NUMERIC (NOT CHECKED)        *
002500*                                                                 *
002600*  EVERY VIOLATION IS LISTED WITH THE ROWS INVOLVED.  ANY         *
002700*  VIOLATION ENDS THE STEP RC 16 SO THE SCHEDULER HOLDS THE       *
002800*  PRICING RUN; A MISSING REQUIRED FILE IS ALSO RC 16.            *
002900*                                                                 *
003000*  CBSAFILE, CNTYCBSA, PROVFILE, PROVMSTR, EPIRATE, RURADDON,     *
003100*  LUPAFACT - THE MEMBERS HHOPN213 WILL LOAD                      *
003200*  PROVRECL - (OPTIONAL) RECLASSIFICATION OVERRIDES               *
003300*  XRFPARM  - (OPTIONAL) COLS  1-8  COVERAGE FROM CCYYMMDD        *
003400*                                   (JANUARY 1 OF LAST YEAR)      *
003500*                        COLS 10-17 COVERAGE THRU CCYYMMDD        *
003600*                                   (TODAY)                       *
003700*  XRFRPT   - VIOLATIONS AND COUNTS BY RULE                       *
003800*----------------------------------------------------------------*
003900
004000 DATE-COMPILED.
004100 ENVIRONMENT                     DIVISION.
004200
004300 CONFIGURATION                   SECTION.
004400 SOURCE-COMPUTER.                IBM-370.
004500 OBJECT-COMPUTER.                IBM-370.
004600
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900
005000     SELECT CBSAFILE  ASSIGN TO UT-S-CBSAFILE
005100         FILE STATUS IS CBSA-STAT.
005200     SELECT CNTYCBSA  ASSIGN TO UT-S-CNTYCBSA
005300         FILE STATUS IS CCX-STAT.
005400     SELECT OPTIONAL PROVRECL ASSIGN TO UT-S-PROVRECL
005500         FILE STATUS IS RCL-STAT.
005600     SELECT PROVFILE  ASSIGN TO UT-S-PROVFILE
005700         FILE STATUS IS PROV-STAT.
005800     SELECT PROVMSTR  ASSIGN TO UT-S-PROVMSTR
005900         FILE STATUS IS PVM-STAT.
006000     SELECT EPIRATE   ASSIGN TO UT-S-EPIRATE
006100         FILE STATUS IS EPI-STAT.
006200     SELECT RURADDON  ASSIGN TO UT-S-RURADDON
006300         FILE STATUS IS RUR-STAT.
006400     SELECT LUPAFACT  ASSIGN TO UT-S-LUPAFACT
006500         FILE STATUS IS LUF-STAT.
006600     SELECT OPTIONAL XRFPARM ASSIGN TO UT-S-XRFPARM
006700         FILE STATUS IS XRP-STAT.
006800     SELECT XRFRPT    ASSIGN TO UT-S-XRFRPT
006900         FILE STATUS IS XRR-STAT.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  CBSAFILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  F-CBSA-REC.
007700     05  F-CBSA                   PIC X(05).
007800     05  FILLER                   PIC X.
007900     05  F-CBSA-EFFDATE           PIC X(08).
008000     05  FILLER                   PIC X.
008100     05  F-CBSA-WAGEIND           PIC 9(02)V9(04).
008200     05  FILLER                   PIC X(08).
008300     05  F-CBSA-NAME              PIC X(51).
008400
008500 FD  CNTYCBSA
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  CNTY-CBSA-REC.
008900     05  CCX-COUNTY              PIC X(05).
009000     05  FILLER                  PIC X(01).
009100     05  CCX-CBSA                PIC X(05).
009200     05  FILLER                  PIC X(69).
009300
009400 FD  PROVRECL
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700 01  PROV-RECL-REC.
009800     05  RCL-PROV-NO             PIC X(06).
009900     05  FILLER                  PIC X(01).
010000     05  RCL-EFFDATE             PIC X(08).
010100     05  FILLER                  PIC X(01).
010200     05  RCL-CBSA                PIC X(05).
010300     05  FILLER                  PIC X(59).
010400
010500 FD  PROVFILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 01  PROV-TABL-REC.
010900     05  PROV-NO                 PIC X(06).
011000     05  FILLER                  PIC X(01).
011100     05  PROV-EFFDATE            PIC X(08).
011200     05  FILLER                  PIC X(01).
011300     05  PROV-VBP-ADJ-FAC        PIC 9V9(5).
011400
011500 FD  PROVMSTR
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800 01  PROV-MSTR-REC.
011900     05  PVM-CCN                 PIC X(06).
012000     05  FILLER                  PIC X(01).
012100     05  PVM-NAME                PIC X(30).
012200     05  FILLER                  PIC X(56).
012300
012400 FD  EPIRATE
012500     RECORDING MODE IS F
012600     LABEL RECORDS ARE STANDARD.
012700 01  EPI-RATE-REC.
012800     05  EPI-EFFDATE             PIC X(08).
012900     05  FILLER                  PIC X(01).
013000     05  EPI-SUBMIT-IND          PIC X(01).
013100     05  FILLER                  PIC X(70).
013200
013300 FD  RURADDON
013400     RECORDING MODE IS F
013500     LABEL RECORDS ARE STANDARD.
013600 01  RUR-ADDON-REC.
013700     05  RUR-CATEGORY            PIC X(01).
013800     05  FILLER                  PIC X(01).
013900     05  RUR-EFFDATE             PIC X(08).
014000     05  FILLER                  PIC X(70).
014100
014200 FD  LUPAFACT
014300     RECORDING MODE IS F
014400     LABEL RECORDS ARE STANDARD.
014500 01  LUPA-FACT-REC.
014600     05  LUF-EFFDATE             PIC X(08).
014700     05  FILLER                  PIC X(72).
014800
014900 FD  XRFPARM
015000     RECORDING MODE IS F
015100     LABEL RECORDS ARE STANDARD.
015200 01  XRFPARM-REC.
015300     05  XRP-COVER-FROM          PIC X(08).
015400     05  FILLER                  PIC X(01).
015500     05  XRP-COVER-THRU          PIC X(08).
015600     05  FILLER                  PIC X(63).
015700
015800 FD  XRFRPT
015900     RECORDING MODE IS F
016000     BLOCK CONTAINS 133 RECORDS
016100     LABEL RECORDS ARE STANDARD.
016200 01  XRFRPT-LINE                 PIC X(133).
016300
016400 WORKING-STORAGE SECTION.
016500 01  FILLER                     PIC X(40)  VALUE
016600     'HHXRF    - W O R K I N G   S T O R A G E'.
016700 01  HHXRF-VERSION              PIC X(07)  VALUE 'X2026.1'.
016800 01  EOF-SW                     PIC 9(01)  VALUE 0.
016900 01  OPEN-ERROR-SW              PIC 9(01)  VALUE 0.
017000 01  FOUND-SW                   PIC 9(01)  VALUE 0.
017100 01  IN-EFFECT-SW               PIC 9(01)  VALUE 0.
017200 01  CBSA-READ-CTR              PIC 9(07)  VALUE 0.
017300 01  CCX-READ-CTR               PIC 9(07)  VALUE 0.
017400 01  RCL-READ-CTR               PIC 9(07)  VALUE 0.
017500 01  PROV-READ-CTR              PIC 9(07)  VALUE 0.
017600 01  PVM-READ-CTR               PIC 9(07)  VALUE 0.
017700 01  EPI-READ-CTR               PIC 9(07)  VALUE 0.
017800 01  RUR-READ-CTR               PIC 9(07)  VALUE 0.
017900 01  LUF-READ-CTR               PIC 9(07)  VALUE 0.
018000 01  OVERFLOW-CTR               PIC 9(07)  VALUE 0.
018100 01  VIOLATION-CTR              PIC 9(07)  VALUE 0.
018200 01  XRFRPT-CTR                 PIC 9(07)  VALUE 0.
018300 01  XRF-LINE-CTR               PIC 9(02)  VALUE 65.
018400 01  XRF-PAGE-CTR               PIC 9(03)  VALUE 0.
018500 01  XRF-CURR-DATE              PIC X(08)  VALUE SPACES.
018600 01  XRF-COVER-FROM             PIC X(08)  VALUE SPACES.
018700 01  XRF-COVER-THRU             PIC X(08)  VALUE SPACES.
018800 01  XRF-DATE-X                 PIC X(08)  VALUE SPACES.
018900 01  XRF-DATE-N REDEFINES XRF-DATE-X
019000                                PIC 9(08).
019100 01  XRF-DATE-PARTS REDEFINES XRF-DATE-X.
019200     05  XRF-DATE-CCYY          PIC 9(04).
019300     05  XRF-DATE-MMDD          PIC X(04).
019400 01  XRF-HOLD-LINE              PIC X(133) VALUE SPACES.
019500 01  CBSA-STAT.
019600     05  CBSA-STAT1             PIC X.
019700     05  CBSA-STAT2             PIC X.
019800 01  CCX-STAT.
019900     05  CCX-STAT1              PIC X.
020000     05  CCX-STAT2              PIC X.
020100 01  RCL-STAT.
020200     05  RCL-STAT1              PIC X.
020300     05  RCL-STAT2              PIC X.
020400 01  PROV-STAT.
020500     05  PROV-STAT1             PIC X.
020600     05  PROV-STAT2             PIC X.
020700 01  PVM-STAT.
020800     05  PVM-STAT1              PIC X.
020900     05  PVM-STAT2              PIC X.
021000 01  EPI-STAT.
021100     05  EPI-STAT1              PIC X.
021200     05  EPI-STAT2              PIC X.
021300 01  RUR-STAT.
021400     05  RUR-STAT1              PIC X.
021500     05  RUR-STAT2              PIC X.
021600 01  LUF-STAT.
021700     05  LUF-STAT1              PIC X.
021800     05  LUF-STAT2              PIC X.
021900 01  XRP-STAT.
022000     05  XRP-STAT1              PIC X.
022100     05  XRP-STAT2              PIC X.
022200 01  XRR-STAT.
022300     05  XRR-STAT1              PIC X.
022400     05  XRR-STAT2              PIC X.
022500
022600*----------------------------------------------------------------*
022700*  VIOLATIONS BY RULE - XR01 THROUGH XR07                         *
022800*----------------------------------------------------------------*
022900 01  RULE-SUB                   PIC 9(02)  VALUE 0.
023000 01  RULE-TABLE.
023100     05  FILLER  PIC X(44)  VALUE
023200         'XR01CNTYCBSA CBSA NOT ON CBSAFILE           '.
023300     05  FILLER  PIC X(44)  VALUE
023400         'XR02PROVRECL CBSA NOT ON CBSAFILE           '.
023500     05  FILLER  PIC X(44)  VALUE
023600         'XR03PROVRECL CBSA HAS NO WAGE INDEX IN FORCE'.
023700     05  FILLER  PIC X(44)  VALUE
023800         'XR04PROVRECL CCN NOT ON PROVMSTR            '.
023900     05  FILLER  PIC X(44)  VALUE
024000         'XR05PROVFILE CCN NOT ON PROVMSTR            '.
024100     05  FILLER  PIC X(44)  VALUE
024200         'XR06RATE SCHEDULE LEAVES DAYS UNCOVERED     '.
024300     05  FILLER  PIC X(44)  VALUE
024400         'XR07KEY DATE NOT NUMERIC - ROW NOT CHECKED  '.
024500 01  FILLER REDEFINES RULE-TABLE.
024600     05  RULE-DATA              OCCURS 7.
024700         10  RULE-ID            PIC X(04).
024800         10  RULE-TEXT          PIC X(40).
024900 01  RULE-COUNTS                VALUE ZEROS.
025000     05  RULE-CTR               PIC 9(07)  OCCURS 7.
025100
025200*----------------------------------------------------------------*
025300*  CBSAFILE - EVERY WAGE-INDEX ROW                                *
025400*----------------------------------------------------------------*
025500 01  CBT-NEXT                   PIC 9(04)  VALUE 0.
025600 01  CBT-SUB                    PIC 9(04)  VALUE 0.
025700 01  CBSA-TABLE.
025800     05  CBT-DATA               OCCURS 8000.
025900         10  CBT-CBSA           PIC X(05).
026000         10  CBT-EFFDATE        PIC X(08).
026100         10  CBT-WAGEIND        PIC 9(02)V9(04).
026200 01  CBT-FIRST-EFFDATE          PIC X(08)  VALUE SPACES.
026300
026400*----------------------------------------------------------------*
026500*  PROVMSTR - CCNS ON THE PROVIDER MASTER                         *
026600*----------------------------------------------------------------*
026700 01  PVT-NEXT                   PIC 9(04)  VALUE 0.
026800 01  PVT-SUB                    PIC 9(04)  VALUE 0.
026900 01  PVM-TABLE.
027000     05  PVT-CCN                PIC X(06)  OCCURS 5000.
027100
027200*----------------------------------------------------------------*
027300*  RATE SCHEDULES, KEPT IN TABLE / SERIES / DATE ORDER            *
027400*----------------------------------------------------------------*
027500 01  RST-NEXT                   PIC 9(03)  VALUE 0.
027600 01  RST-SUB                    PIC 9(03)  VALUE 0.
027700 01  RST-AT                     PIC 9(03)  VALUE 0.
027800 01  RST-NEW-KEY.
027900     05  RST-NEW-TABLE          PIC X(08).
028000     05  RST-NEW-SERIES         PIC X(01).
028100     05  RST-NEW-EFFDATE        PIC X(08).
028200 01  RATE-SCHEDULE-TABLE.
028300     05  RST-DATA               OCCURS 200.
028400         10  RST-TABLE          PIC X(08).
028500         10  RST-SERIES         PIC X(01).
028600         10  RST-EFFDATE        PIC X(08).
028700
028800 01  SER-TABLE                  PIC X(08)  VALUE SPACES.
028900 01  SER-SERIES                 PIC X(01)  VALUE SPACES.
029000 01  SER-LABEL                  PIC X(10)  VALUE SPACES.
029100 01  SER-PREV-DATE              PIC X(08)  VALUE SPACES.
029200 01  SER-PREV-CCYY              PIC 9(04)  VALUE 0.
029300 01  SER-ROW-DATE               PIC X(08)  VALUE SPACES.
029400 01  SER-GAP-FROM               PIC X(08)  VALUE SPACES.
029500 01  SER-GAP-THRU               PIC X(08)  VALUE SPACES.
029600
029700*----------------------------------------------------------------*
029800*  REPORT LINES                                                   *
029900*----------------------------------------------------------------*
030000 01  XRF-HEAD1.
030100     05  FILLER                 PIC X(11)  VALUE ' HHXRF213'.
030200     05  FILLER                 PIC X(44)  VALUE
030300         'REFERENCE-FILE CROSS-REFERENCE INTEGRITY'.
030400     05  FILLER                 PIC X(10)  VALUE 'COVERAGE '.
030500     05  XH1-COVER-FROM         PIC X(08).
030600     05  FILLER                 PIC X(06)  VALUE ' THRU '.
030700     05  XH1-COVER-THRU         PIC X(08).
030800     05  FILLER                 PIC X(04)  VALUE SPACES.
030900     05  FILLER                 PIC X(09)  VALUE 'RUN DATE '.
031000     05  XH1-RUN-DATE           PIC X(08).
031100     05  FILLER                 PIC X(04)  VALUE SPACES.
031200     05  FILLER                 PIC X(05)  VALUE 'PAGE '.
031300     05  XH1-PAGE               PIC ZZ9.
031400     05  FILLER                 PIC X(13)  VALUE SPACES.
031500
031600 01  XRF-HEAD2.
031700     05  FILLER                 PIC X(07)  VALUE ' RULE'.
031800     05  FILLER                 PIC X(10)  VALUE 'FILE'.
031900     05  FILLER                 PIC X(52)  VALUE 'ROWS INVOLVED'.
032000     05  FILLER                 PIC X(64)  VALUE 'VIOLATION'.
032100
032200 01  XRF-DASH-LINE.
032300     05  FILLER                 PIC X(01)  VALUE SPACE.
032400     05  FILLER                 PIC X(132) VALUE ALL '-'.
032500
032600 01  XRF-DETAIL-LINE.
032700     05  FILLER                 PIC X(01)  VALUE SPACE.
032800     05  XDL-RULE               PIC X(04).
032900     05  FILLER                 PIC X(02)  VALUE SPACES.
033000     05  XDL-FILE               PIC X(08).
033100     05  FILLER                 PIC X(02)  VALUE SPACES.
033200     05  XDL-ROWS               PIC X(50).
033300     05  FILLER                 PIC X(02)  VALUE SPACES.
033400     05  XDL-TEXT               PIC X(64).
033500
033600 01  XRF-COUNT-LINE.
033700     05  FILLER                 PIC X(01)  VALUE SPACE.
033800     05  XCL-RULE               PIC X(04).
033900     05  FILLER                 PIC X(02)  VALUE SPACES.
034000     05  XCL-TEXT               PIC X(40).
034100     05  FILLER                 PIC X(02)  VALUE SPACES.
034200     05  XCL-COUNT              PIC ZZZ,ZZ9.
034300     05  FILLER                 PIC X(77)  VALUE SPACES.
034400
034500 01  XRF-TITLE-LINE.
034600     05  FILLER                 PIC X(01)  VALUE SPACE.
034700     05  XTL-TEXT               PIC X(80).
034800     05  FILLER                 PIC X(52)  VALUE SPACES.
034900
035000 PROCEDURE DIVISION.
035100
035200 0000-MAINLINE  SECTION.
035300     ACCEPT XRF-CURR-DATE FROM DATE YYYYMMDD.
035400     PERFORM 0100-GET-PARMS THRU 0100-EXIT.
035500     OPEN OUTPUT XRFRPT.
035600
035700     PERFORM 1000-LOAD-CBSAFILE THRU 1000-EXIT.
035800     PERFORM 1100-LOAD-PROVMSTR THRU 1100-EXIT.
035900     PERFORM 1200-LOAD-SCHEDULES THRU 1200-EXIT.
036000     IF OPEN-ERROR-SW = 1
036100         MOVE 'REQUIRED REFERENCE FILE DID NOT OPEN'
036200              TO XTL-TEXT
036300         MOVE XRF-TITLE-LINE TO XRFRPT-LINE
036400         PERFORM 8900-WRITE-RPT THRU 8900-EXIT
036500         CLOSE XRFRPT
036600         DISPLAY '** HHXRF213 - REQUIRED REFERENCE FILE MISSING'
036700         MOVE 16 TO RETURN-CODE
036800         STOP RUN.
036900
037000     PERFORM 2000-CHECK-CNTYCBSA THRU 2000-EXIT.
037100     PERFORM 2100-CHECK-PROVRECL THRU 2100-EXIT.
037200     PERFORM 2200-CHECK-PROVFILE THRU 2200-EXIT.
037300     PERFORM 3000-CHECK-SCHEDULES THRU 3000-EXIT.
037400     PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.
037500     CLOSE XRFRPT.
037600
037700     DISPLAY '-- PROGRAM HHXRF213  VERSION  ===> ' HHXRF-VERSION.
037800     DISPLAY '-- COVERAGE WINDOW           ===> ' XRF-COVER-FROM
037900             ' THRU ' XRF-COVER-THRU.
038000     DISPLAY '-- CBSAFILE ROWS             ===> ' CBSA-READ-CTR.
038100     DISPLAY '-- CNTYCBSA ROWS             ===> ' CCX-READ-CTR.
038200     DISPLAY '-- PROVRECL ROWS             ===> ' RCL-READ-CTR.
038300     DISPLAY '-- PROVFILE ROWS             ===> ' PROV-READ-CTR.
038400     DISPLAY '-- PROVMSTR ROWS             ===> ' PVM-READ-CTR.
038500     DISPLAY '-- EPIRATE/RURADDON/LUPAFACT ===> ' EPI-READ-CTR
038600             ' / ' RUR-READ-CTR ' / ' LUF-READ-CTR.
038700     DISPLAY '-- VIOLATIONS                ===> ' VIOLATION-CTR.
038800     DISPLAY '-- XRFRPT LINES WRITTEN      ===> ' XRFRPT-CTR.
038900     IF OVERFLOW-CTR > 0
039000         DISPLAY '** TABLE FULL - ROWS NOT LOADED ===> '
039100                 OVERFLOW-CTR.
039200
039300     IF VIOLATION-CTR > 0 OR OVERFLOW-CTR > 0
039400         DISPLAY '** HHXRF213 - REFERENCE SET FAILS INTEGRITY -'
039500                 ' HOLD PRICING'
039600         MOVE 16 TO RETURN-CODE.
039700
039800     STOP RUN.
039900
040000*----------------------------------------------------------------*
040100*  THE COVERAGE WINDOW FOR THE RATE-SCHEDULE RULE                 *
040200*----------------------------------------------------------------*
040300 0100-GET-PARMS.
040400     MOVE XRF-CURR-DATE TO XRF-DATE-X.
040500     SUBTRACT 1 FROM XRF-DATE-CCYY.
040600     MOVE '0101' TO XRF-DATE-MMDD.
040700     MOVE XRF-DATE-X    TO XRF-COVER-FROM.
040800     MOVE XRF-CURR-DATE TO XRF-COVER-THRU.
040900
041000     OPEN INPUT XRFPARM.
041100     IF XRP-STAT1 NOT = '0'
041200         GO TO 0100-EXIT.
041300     READ XRFPARM
041400         AT END
041500             CLOSE XRFPARM
041600             GO TO 0100-EXIT.
041700     IF XRP-COVER-FROM NUMERIC
041800         MOVE XRP-COVER-FROM TO XRF-COVER-FROM.
041900     IF XRP-COVER-THRU NUMERIC
042000         MOVE XRP-COVER-THRU TO XRF-COVER-THRU.
042100     CLOSE XRFPARM.
042200 0100-EXIT.  EXIT.
042300
042400*----------------------------------------------------------------*
042500*  LOAD THE LOOKUP FILES                                          *
042600*----------------------------------------------------------------*
042700 1000-LOAD-CBSAFILE.
042800     OPEN INPUT CBSAFILE.
042900     IF CBSA-STAT1 NOT = '0'
043000         DISPLAY '** HHXRF213 - CBSAFILE OPEN STATUS ' CBSA-STAT
043100         MOVE 1 TO OPEN-ERROR-SW
043200         GO TO 1000-EXIT.
043300     MOVE 0 TO EOF-SW.
043400     PERFORM 1010-READ-CBSA THRU 1010-EXIT
043500             UNTIL EOF-SW = 1.
043600     CLOSE CBSAFILE.
043700 1000-EXIT.  EXIT.
043800
043900 1010-READ-CBSA.
044000     READ CBSAFILE
044100         AT END
044200             MOVE 1 TO EOF-SW
044300             GO TO 1010-EXIT.
044400     ADD 1 TO CBSA-READ-CTR.
044500     IF CBT-NEXT NOT < 8000
044600         ADD 1 TO OVERFLOW-CTR
044700         GO TO 1010-EXIT.
044800     ADD 1 TO CBT-NEXT.
044900     MOVE F-CBSA         TO CBT-CBSA (CBT-NEXT).
045000     MOVE F-CBSA-EFFDATE TO CBT-EFFDATE (CBT-NEXT).
045100     IF F-CBSA-WAGEIND NUMERIC
045200         MOVE F-CBSA-WAGEIND TO CBT-WAGEIND (CBT-NEXT)
045300     ELSE
045400         MOVE 0 TO CBT-WAGEIND (CBT-NEXT).
045500 1010-EXIT.  EXIT.
045600
045700 1100-LOAD-PROVMSTR.
045800     OPEN INPUT PROVMSTR.
045900     IF PVM-STAT1 NOT = '0'
046000         DISPLAY '** HHXRF213 - PROVMSTR OPEN STATUS ' PVM-STAT
046100         MOVE 1 TO OPEN-ERROR-SW
046200         GO TO 1100-EXIT.
046300     MOVE 0 TO EOF-SW.
046400     PERFORM 1110-READ-PVM THRU 1110-EXIT
046500             UNTIL EOF-SW = 1.
046600     CLOSE PROVMSTR.
046700 1100-EXIT.  EXIT.
046800
046900 1110-READ-PVM.
047000     READ PROVMSTR
047100         AT END
047200             MOVE 1 TO EOF-SW
047300             GO TO 1110-EXIT.
047400     ADD 1 TO PVM-READ-CTR.
047500     IF PVT-NEXT NOT < 5000
047600         ADD 1 TO OVERFLOW-CTR
047700         GO TO 1110-EXIT.
047800     ADD 1 TO PVT-NEXT.
047900     MOVE PVM-CCN TO PVT-CCN (PVT-NEXT).
048000 1110-EXIT.  EXIT.
048100
048200*----------------------------------------------------------------*
048300*  EPIRATE BY SUBMISSION INDICATOR, RURADDON BY CATEGORY AND      *
048400*  LUPAFACT INTO ONE ORDERED SCHEDULE TABLE                       *
048500*----------------------------------------------------------------*
048600 1200-LOAD-SCHEDULES.
048700     OPEN INPUT EPIRATE.
048800     IF EPI-STAT1 NOT = '0'
048900         DISPLAY '** HHXRF213 - EPIRATE OPEN STATUS ' EPI-STAT
049000         MOVE 1 TO OPEN-ERROR-SW
049100     ELSE
049200         MOVE 0 TO EOF-SW
049300         PERFORM 1210-READ-EPI THRU 1210-EXIT
049400                 UNTIL EOF-SW = 1
049500         CLOSE EPIRATE.
049600
049700     OPEN INPUT RURADDON.
049800     IF RUR-STAT1 NOT = '0'
049900         DISPLAY '** HHXRF213 - RURADDON OPEN STATUS ' RUR-STAT
050000         MOVE 1 TO OPEN-ERROR-SW
050100     ELSE
050200         MOVE 0 TO EOF-SW
050300         PERFORM 1220-READ-RUR THRU 1220-EXIT
050400                 UNTIL EOF-SW = 1
050500         CLOSE RURADDON.
050600
050700     OPEN INPUT LUPAFACT.
050800     IF LUF-STAT1 NOT = '0'
050900         DISPLAY '** HHXRF213 - LUPAFACT OPEN STATUS ' LUF-STAT
051000         MOVE 1 TO OPEN-ERROR-SW
051100     ELSE
051200         MOVE 0 TO EOF-SW
051300         PERFORM 1230-READ-LUF THRU 1230-EXIT
051400                 UNTIL EOF-SW = 1
051500         CLOSE LUPAFACT.
051600 1200-EXIT.  EXIT.
051700
051800 1210-READ-EPI.
051900     READ EPIRATE
052000         AT END
052100             MOVE 1 TO EOF-SW
052200             GO TO 1210-EXIT.
052300     ADD 1 TO EPI-READ-CTR.
052400     MOVE 'EPIRATE'      TO RST-NEW-TABLE.
052500     MOVE EPI-SUBMIT-IND TO RST-NEW-SERIES.
052600     MOVE EPI-EFFDATE    TO RST-NEW-EFFDATE.
052700     PERFORM 1300-ADD-SCHEDULE-ROW THRU 1300-EXIT.
052800 1210-EXIT.  EXIT.
052900
053000 1220-READ-RUR.
053100     READ RURADDON
053200         AT END
053300             MOVE 1 TO EOF-SW
053400             GO TO 1220-EXIT.
053500     ADD 1 TO RUR-READ-CTR.
053600     MOVE 'RURADDON'     TO RST-NEW-TABLE.
053700     MOVE RUR-CATEGORY   TO RST-NEW-SERIES.
053800     MOVE RUR-EFFDATE    TO RST-NEW-EFFDATE.
053900     PERFORM 1300-ADD-SCHEDULE-ROW THRU 1300-EXIT.
054000 1220-EXIT.  EXIT.
054100
054200 1230-READ-LUF.
054300     READ LUPAFACT
054400         AT END
054500             MOVE 1 TO EOF-SW
054600             GO TO 1230-EXIT.
054700     ADD 1 TO LUF-READ-CTR.
054800     MOVE 'LUPAFACT'     TO RST-NEW-TABLE.
054900     MOVE SPACE          TO RST-NEW-SERIES.
055000     MOVE LUF-EFFDATE    TO RST-NEW-EFFDATE.
055100     PERFORM 1300-ADD-SCHEDULE-ROW THRU 1300-EXIT.
055200 1230-EXIT.  EXIT.
055300
055400*    A ROW WITH A NON-NUMERIC DATE CANNOT BE PLACED ON THE
055500*    SCHEDULE - IT IS LISTED AND LEFT OUT
055600 1300-ADD-SCHEDULE-ROW.
055700     IF RST-NEW-EFFDATE NOT NUMERIC
055800         MOVE 7               TO RULE-SUB
055900         MOVE RST-NEW-TABLE   TO XDL-FILE
056000         MOVE SPACES          TO XDL-ROWS
056100         STRING 'SERIES ' RST-NEW-SERIES
056200                '  EFFECTIVE DATE ' RST-NEW-EFFDATE
056300                DELIMITED BY SIZE INTO XDL-ROWS
056400         PERFORM 7000-LIST-VIOLATION THRU 7000-EXIT
056500         GO TO 1300-EXIT.
056600     IF RST-NEXT NOT < 200
056700         ADD 1 TO OVERFLOW-CTR
056800         GO TO 1300-EXIT.
056900     MOVE 1        TO RST-AT.
057000     MOVE RST-NEXT TO RST-SUB.
057100     PERFORM 1310-SHIFT-ROW THRU 1310-EXIT
057200             UNTIL RST-SUB = 0.
057300     ADD 1 TO RST-NEXT.
057400     MOVE RST-NEW-KEY TO RST-DATA (RST-AT).
057500 1300-EXIT.  EXIT.
057600
057700 1310-SHIFT-ROW.
057800     IF RST-DATA (RST-SUB) NOT > RST-NEW-KEY
057900         COMPUTE RST-AT = RST-SUB + 1
058000         MOVE 0 TO RST-SUB
058100         GO TO 1310-EXIT.
058200     MOVE RST-DATA (RST-SUB) TO RST-DATA (RST-SUB + 1).
058300     SUBTRACT 1 FROM RST-SUB.
058400 1310-EXIT.  EXIT.
058500
058600*----------------------------------------------------------------*
058700*  XR01 - EVERY COUNTY'S CBSA MUST BE ON CBSAFILE                 *
058800*----------------------------------------------------------------*
058900 2000-CHECK-CNTYCBSA.
059000     OPEN INPUT CNTYCBSA.
059100     IF CCX-STAT1 NOT = '0'
059200         DISPLAY '** HHXRF213 - CNTYCBSA OPEN STATUS ' CCX-STAT
059300         MOVE 1 TO OPEN-ERROR-SW
059400         ADD 1 TO VIOLATION-CTR
059500         GO TO 2000-EXIT.
059600     MOVE 0 TO EOF-SW.
059700     PERFORM 2010-READ-CCX THRU 2010-EXIT
059800             UNTIL EOF-SW = 1.
059900     CLOSE CNTYCBSA.
060000 2000-EXIT.  EXIT.
060100
060200 2010-READ-CCX.
060300     READ CNTYCBSA
060400         AT END
060500             MOVE 1 TO EOF-SW
060600             GO TO 2010-EXIT.
060700     ADD 1 TO CCX-READ-CTR.
060800     MOVE CCX-CBSA TO F-CBSA.
060900     MOVE HIGH-VALUES TO F-CBSA-EFFDATE.
061000     PERFORM 6000-FIND-CBSA THRU 6000-EXIT.
061100     IF FOUND-SW = 1
061200         GO TO 2010-EXIT.
061300     MOVE 1           TO RULE-SUB.
061400     MOVE 'CNTYCBSA'  TO XDL-FILE.
061500     MOVE SPACES      TO XDL-ROWS.
061600     STRING 'COUNTY ' CCX-COUNTY '  CBSA ' CCX-CBSA
061700            DELIMITED BY SIZE INTO XDL-ROWS.
061800     PERFORM 7000-LIST-VIOLATION THRU 7000-EXIT.
061900 2010-EXIT.  EXIT.
062000
062100*----------------------------------------------------------------*
062200*  XR02-XR04 - A RECLASSIFICATION NEEDS A KNOWN PROVIDER AND A    *
062300*  WAGE INDEX IN FORCE FOR ITS CBSA ON ITS EFFECTIVE DATE         *
062400*----------------------------------------------------------------*
062500 2100-CHECK-PROVRECL.
062600     OPEN INPUT PROVRECL.
062700     IF RCL-STAT1 NOT = '0'
062800         GO TO 2100-EXIT.
062900     MOVE 0 TO EOF-SW.
063000     PERFORM 2110-READ-RCL THRU 2110-EXIT
063100             UNTIL EOF-SW = 1.
063200     CLOSE PROVRECL.
063300 2100-EXIT.  EXIT.
063400
063500 2110-READ-RCL.
063600     READ PROVRECL
063700         AT END
063800             MOVE 1 TO EOF-SW
063900             GO TO 2110-EXIT.
064000     ADD 1 TO RCL-READ-CTR.
064100     MOVE 'PROVRECL'  TO XDL-FILE.
064200     MOVE SPACES      TO XDL-ROWS.
064300     STRING 'CCN ' RCL-PROV-NO '  EFFECTIVE ' RCL-EFFDATE
064400            '  CBSA ' RCL-CBSA
064500            DELIMITED BY SIZE INTO XDL-ROWS.
064600
064700     MOVE RCL-PROV-NO TO PROV-NO.
064800     PERFORM 6100-FIND-CCN THRU 6100-EXIT.
064900     IF FOUND-SW = 0
065000         MOVE 4 TO RULE-SUB
065100         PERFORM 7000-LIST-VIOLATION THRU 7000-EXIT.
065200
065300     MOVE RCL-CBSA    TO F-CBSA.
065400     MOVE RCL-EFFDATE TO F-CBSA-EFFDATE.
065500     PERFORM 6000-FIND-CBSA THRU 6000-EXIT.
065600     IF FOUND-SW = 0
065700         MOVE 2 TO RULE-SUB
065800         PERFORM 7000-LIST-VIOLATION THRU 7000-EXIT
065900         GO TO 2110-EXIT.
066000     IF IN-EFFECT-SW = 0
066100         MOVE 3 TO RULE-SUB
066200         PERFORM 7000-LIST-VIOLATION THRU 7000-EXIT
066300         IF CBT-FIRST-EFFDATE NOT = SPACES
066400             MOVE SPACES TO XDL-ROWS
066500             STRING 'CBSAFILE EARLIEST NON-ZERO WAGE INDEX '
066600                    CBT-FIRST-EFFDATE
066700                    DELIMITED BY SIZE INTO XDL-ROWS
066800             MOVE SPACES TO XDL-RULE XDL-FILE XDL-TEXT
066900             MOVE XRF-DETAIL-LINE TO XRFRPT-LINE
067000             PERFORM 8900-WRITE-RPT THRU 8900-EXIT.
067100 2110-EXIT.  EXIT.
067200
067300*----------------------------------------------------------------*
067400*  XR05 - EVERY VBP ROW MUST BE FOR A CCN ON PROVMSTR             *
067500*----------------------------------------------------------------*
067600 2200-CHECK-PROVFILE.
067700     OPEN INPUT PROVFILE.
067800     IF PROV-STAT1 NOT = '0'
067900         DISPLAY '** HHXRF213 - PROVFILE OPEN STATUS ' PROV-STAT
068000         MOVE 1 TO OPEN-ERROR-SW
068100         ADD 1 TO VIOLATION-CTR
068200         GO TO 2200-EXIT.
068300     MOVE 0 TO EOF-SW.
068400     PERFORM 2210-READ-PROV THRU 2210-EXIT
068500             UNTIL EOF-SW = 1.
068600     CLOSE PROVFILE.
068700 2200-EXIT.  EXIT.
068800
068900 2210-READ-PROV.
069000     READ PROVFILE
069100         AT END
069200             MOVE 1 TO EOF-SW
069300             GO TO 2210-EXIT.
069400     ADD 1 TO PROV-READ-CTR.
069500     PERFORM 6100-FIND-CCN THRU 6100-EXIT.
069600     IF FOUND-SW = 1
069700         GO TO 2210-EXIT.
069800     MOVE 5           TO RULE-SUB.
069900     MOVE 'PROVFILE'  TO XDL-FILE.
070000     MOVE SPACES      TO XDL-ROWS.
070100     STRING 'CCN ' PROV-NO '  EFFECTIVE ' PROV-EFFDATE
070200            '  VBP FACTOR ' PROV-TABL-REC (17:6)
070300            DELIMITED BY SIZE INTO XDL-ROWS.
070400     PERFORM 7000-LIST-VIOLATION THRU 7000-EXIT.
070500 2210-EXIT.  EXIT.
070600
070700*----------------------------------------------------------------*
070800*  XR06 - WALK EACH RATE SCHEDULE ACROSS THE COVERAGE WINDOW      *
070900*----------------------------------------------------------------*
071000 3000-CHECK-SCHEDULES.
071100     MOVE 'EPIRATE'    TO SER-TABLE.
071200     MOVE 'Y'          TO SER-SERIES.
071300     MOVE 'SUBMIT Y'   TO SER-LABEL.
071400     PERFORM 3100-CHECK-SERIES THRU 3100-EXIT.
071500     MOVE 'N'          TO SER-SERIES.
071600     MOVE 'SUBMIT N'   TO SER-LABEL.
071700     PERFORM 3100-CHECK-SERIES THRU 3100-EXIT.
071800     MOVE 'RURADDON'   TO SER-TABLE.
071900     MOVE 'A'          TO SER-SERIES.
072000     MOVE 'CATEGORY A' TO SER-LABEL.
072100     PERFORM 3100-CHECK-SERIES THRU 3100-EXIT.
072200     MOVE 'B'          TO SER-SERIES.
072300     MOVE 'CATEGORY B' TO SER-LABEL.
072400     PERFORM 3100-CHECK-SERIES THRU 3100-EXIT.
072500     MOVE 'C'          TO SER-SERIES.
072600     MOVE 'CATEGORY C' TO SER-LABEL.
072700     PERFORM 3100-CHECK-SERIES THRU 3100-EXIT.
072800     MOVE 'LUPAFACT'   TO SER-TABLE.
072900     MOVE SPACE        TO SER-SERIES.
073000     MOVE SPACES       TO SER-LABEL.
073100     PERFORM 3100-CHECK-SERIES THRU 3100-EXIT.
073200 3000-EXIT.  EXIT.
073300
073400 3100-CHECK-SERIES.
073500     MOVE SPACES TO SER-PREV-DATE.
073600     MOVE 0      TO SER-PREV-CCYY.
073700     PERFORM 3200-CHECK-ROW THRU 3200-EXIT
073800             VARYING RST-SUB FROM 1 BY 1
073900             UNTIL RST-SUB > RST-NEXT.
074000
074100     IF SER-PREV-DATE = SPACES
074200         MOVE XRF-COVER-FROM TO SER-GAP-FROM
074300         MOVE XRF-COVER-THRU TO SER-GAP-THRU
074400         MOVE SPACES         TO SER-ROW-DATE
074500         PERFORM 3400-LIST-GAP THRU 3400-EXIT
074600         GO TO 3100-EXIT.
074700
074800     MOVE XRF-COVER-THRU TO XRF-DATE-X.
074900     IF XRF-DATE-CCYY > SER-PREV-CCYY
075000         PERFORM 3300-SET-GAP-FROM THRU 3300-EXIT
075100         MOVE XRF-COVER-THRU TO SER-GAP-THRU
075200         MOVE SPACES         TO SER-ROW-DATE
075300         PERFORM 3400-LIST-GAP THRU 3400-EXIT.
075400 3100-EXIT.  EXIT.
075500
075600*    A ROW ON OR BEFORE THE FIRST DAY IS THE ONE IN FORCE THEN;
075700*    A ROW INSIDE THE WINDOW MUST FOLLOW ITS PREDECESSOR'S
075800*    CALENDAR YEAR WITHOUT SKIPPING A YEAR
075900 3200-CHECK-ROW.
076000     IF RST-TABLE (RST-SUB) NOT = SER-TABLE
076100        OR RST-SERIES (RST-SUB) NOT = SER-SERIES
076200         GO TO 3200-EXIT.
076300     MOVE RST-EFFDATE (RST-SUB) TO SER-ROW-DATE.
076400     IF SER-ROW-DATE > XRF-COVER-THRU
076500         GO TO 3200-EXIT.
076600     IF SER-ROW-DATE NOT > XRF-COVER-FROM
076700         GO TO 3200-SET-PREV.
076800
076900     IF SER-PREV-DATE = SPACES
077000         MOVE XRF-COVER-FROM TO SER-GAP-FROM
077100         PERFORM 3500-SET-GAP-THRU THRU 3500-EXIT
077200         PERFORM 3400-LIST-GAP THRU 3400-EXIT
077300         GO TO 3200-SET-PREV.
077400
077500     MOVE SER-ROW-DATE TO XRF-DATE-X.
077600     IF XRF-DATE-CCYY > SER-PREV-CCYY + 1
077700         PERFORM 3300-SET-GAP-FROM THRU 3300-EXIT
077800         PERFORM 3500-SET-GAP-THRU THRU 3500-EXIT
077900         IF SER-GAP-FROM NOT > SER-GAP-THRU
078000             PERFORM 3400-LIST-GAP THRU 3400-EXIT.
078100 3200-SET-PREV.
078200     MOVE SER-ROW-DATE  TO SER-PREV-DATE XRF-DATE-X.
078300     MOVE XRF-DATE-CCYY TO SER-PREV-CCYY.
078400 3200-EXIT.  EXIT.
078500
078600*    THE FIRST UNCOVERED DAY IS JANUARY 1 OF THE YEAR AFTER THE
078700*    ROW IN FORCE, BUT NEVER BEFORE THE WINDOW OPENS
078800 3300-SET-GAP-FROM.
078900     MOVE SER-PREV-DATE TO XRF-DATE-X.
079000     ADD 1 TO XRF-DATE-CCYY.
079100     MOVE '0101' TO XRF-DATE-MMDD.
079200     IF XRF-DATE-X < XRF-COVER-FROM
079300         MOVE XRF-COVER-FROM TO SER-GAP-FROM
079400     ELSE
079500         MOVE XRF-DATE-X TO SER-GAP-FROM.
079600 3300-EXIT.  EXIT.
079700
079800 3400-LIST-GAP.
079900     MOVE 6          TO RULE-SUB.
080000     MOVE SER-TABLE  TO XDL-FILE.
080100     MOVE SPACES     TO XDL-ROWS.
080200     IF SER-PREV-DATE = SPACES
080300         MOVE 'NONE' TO SER-PREV-DATE.
080400     IF SER-ROW-DATE = SPACES
080500         MOVE 'NONE' TO SER-ROW-DATE.
080600     STRING SER-LABEL ' ROW ' SER-PREV-DATE
080700            '  NEXT ROW ' SER-ROW-DATE
080800            DELIMITED BY SIZE INTO XDL-ROWS.
080900     IF SER-PREV-DATE = 'NONE'
081000         MOVE SPACES TO SER-PREV-DATE.
081100     IF SER-ROW-DATE = 'NONE'
081200         MOVE SPACES TO SER-ROW-DATE.
081300     PERFORM 7000-LIST-VIOLATION THRU 7000-EXIT.
081400     MOVE SPACES TO XDL-ROWS.
081500     STRING 'DAYS UNCOVERED ' SER-GAP-FROM ' THRU ' SER-GAP-THRU
081600            DELIMITED BY SIZE INTO XDL-ROWS.
081700     MOVE SPACES TO XDL-RULE XDL-FILE XDL-TEXT.
081800     MOVE XRF-DETAIL-LINE TO XRFRPT-LINE.
081900     PERFORM 8900-WRITE-RPT THRU 8900-EXIT.
082000 3400-EXIT.  EXIT.
082100
082200*    THE LAST UNCOVERED DAY IS THE DAY BEFORE THE NEXT ROW
082300 3500-SET-GAP-THRU.
082400     MOVE SER-ROW-DATE TO XRF-DATE-X.
082500     COMPUTE XRF-DATE-N = FUNCTION DATE-OF-INTEGER
082600             (FUNCTION INTEGER-OF-DATE (XRF-DATE-N) - 1).
082700     MOVE XRF-DATE-X TO SER-GAP-THRU.
082800 3500-EXIT.  EXIT.
082900
083000*----------------------------------------------------------------*
083100*  LOOKUPS.  6000 SETS FOUND-SW WHEN THE CBSA IS ON CBSAFILE AND  *
083200*  IN-EFFECT-SW WHEN A NON-ZERO WAGE INDEX IS EFFECTIVE ON OR     *
083300*  BEFORE F-CBSA-EFFDATE; CBT-FIRST-EFFDATE IS THE EARLIEST       *
083400*----------------------------------------------------------------*
083500 6000-FIND-CBSA.
083600     MOVE 0      TO FOUND-SW.
083700     MOVE 0      TO IN-EFFECT-SW.
083800     MOVE SPACES TO CBT-FIRST-EFFDATE.
083900     PERFORM 6010-CHECK-CBSA-ROW THRU 6010-EXIT
084000             VARYING CBT-SUB FROM 1 BY 1
084100             UNTIL CBT-SUB > CBT-NEXT.
084200 6000-EXIT.  EXIT.
084300
084400 6010-CHECK-CBSA-ROW.
084500     IF CBT-CBSA (CBT-SUB) NOT = F-CBSA
084600         GO TO 6010-EXIT.
084700     MOVE 1 TO FOUND-SW.
084800     IF CBT-WAGEIND (CBT-SUB) = 0
084900         GO TO 6010-EXIT.
085000     IF CBT-FIRST-EFFDATE = SPACES
085100        OR CBT-EFFDATE (CBT-SUB) < CBT-FIRST-EFFDATE
085200         MOVE CBT-EFFDATE (CBT-SUB) TO CBT-FIRST-EFFDATE.
085300     IF CBT-EFFDATE (CBT-SUB) NOT > F-CBSA-EFFDATE
085400         MOVE 1 TO IN-EFFECT-SW.
085500 6010-EXIT.  EXIT.
085600
085700 6100-FIND-CCN.
085800     MOVE 0 TO FOUND-SW.
085900     PERFORM 6110-CHECK-CCN-ROW THRU 6110-EXIT
086000             VARYING PVT-SUB FROM 1 BY 1
086100             UNTIL PVT-SUB > PVT-NEXT OR FOUND-SW = 1.
086200 6100-EXIT.  EXIT.
086300
086400 6110-CHECK-CCN-ROW.
086500     IF PVT-CCN (PVT-SUB) = PROV-NO
086600         MOVE 1 TO FOUND-SW.
086700 6110-EXIT.  EXIT.
086800
086900*----------------------------------------------------------------*
087000*  ONE VIOLATION - RULE-SUB, XDL-FILE AND XDL-ROWS ARE SET        *
087100*----------------------------------------------------------------*
087200 7000-LIST-VIOLATION.
087300     ADD 1 TO VIOLATION-CTR.
087400     ADD 1 TO RULE-CTR (RULE-SUB).
087500     MOVE RULE-ID (RULE-SUB)   TO XDL-RULE.
087600     MOVE RULE-TEXT (RULE-SUB) TO XDL-TEXT.
087700     MOVE XRF-DETAIL-LINE TO XRFRPT-LINE.
087800     PERFORM 8900-WRITE-RPT THRU 8900-EXIT.
087900 7000-EXIT.  EXIT.
088000
088100 8000-PRINT-COUNTS.
088200     MOVE SPACES TO XRFRPT-LINE.
088300     PERFORM 8900-WRITE-RPT THRU 8900-EXIT.
088400     IF VIOLATION-CTR = 0
088500         MOVE 'NO VIOLATIONS - REFERENCE SET IS CONSISTENT'
088600              TO XTL-TEXT
088700     ELSE
088800         MOVE '*** VIOLATIONS FOUND - HOLD PRICING'
088900              TO XTL-TEXT.
089000     MOVE XRF-TITLE-LINE TO XRFRPT-LINE.
089100     PERFORM 8900-WRITE-RPT THRU 8900-EXIT.
089200     MOVE SPACES TO XRFRPT-LINE.
089300     PERFORM 8900-WRITE-RPT THRU 8900-EXIT.
089400     PERFORM 8010-PRINT-ONE-COUNT THRU 8010-EXIT
089500             VARYING RULE-SUB FROM 1 BY 1
089600             UNTIL RULE-SUB > 7.
089700 8000-EXIT.  EXIT.
089800
089900 8010-PRINT-ONE-COUNT.
090000     MOVE RULE-ID (RULE-SUB)   TO XCL-RULE.
090100     MOVE RULE-TEXT (RULE-SUB) TO XCL-TEXT.
090200     MOVE RULE-CTR (RULE-SUB)  TO XCL-COUNT.
090300     MOVE XRF-COUNT-LINE TO XRFRPT-LINE.
090400     PERFORM 8900-WRITE-RPT THRU 8900-EXIT.
090500 8010-EXIT.  EXIT.
090600
090700 8800-HEADINGS.
090800     ADD 1 TO XRF-PAGE-CTR.
090900     MOVE XRF-PAGE-CTR   TO XH1-PAGE.
091000     MOVE XRF-COVER-FROM TO XH1-COVER-FROM.
091100     MOVE XRF-COVER-THRU TO XH1-COVER-THRU.
091200     MOVE XRF-CURR-DATE  TO XH1-RUN-DATE.
091300     WRITE XRFRPT-LINE FROM XRF-HEAD1 AFTER ADVANCING PAGE.
091400     MOVE SPACES TO XRFRPT-LINE.
091500     WRITE XRFRPT-LINE AFTER ADVANCING 1 LINE.
091600     WRITE XRFRPT-LINE FROM XRF-HEAD2 AFTER ADVANCING 1 LINE.
091700     WRITE XRFRPT-LINE FROM XRF-DASH-LINE AFTER ADVANCING 1 LINE.
091800     ADD 4 TO XRFRPT-CTR.
091900     MOVE 4 TO XRF-LINE-CTR.
092000 8800-EXIT.  EXIT.
092100
092200 8900-WRITE-RPT.
092300     IF XRF-LINE-CTR > 54
092400         MOVE XRFRPT-LINE TO XRF-HOLD-LINE
092500         PERFORM 8800-HEADINGS THRU 8800-EXIT
092600         MOVE XRF-HOLD-LINE TO XRFRPT-LINE.
092700     WRITE XRFRPT-LINE AFTER ADVANCING 1 LINE.
092800     IF XRR-STAT1 > 0
092900         DISPLAY ' BADR WRITE ON XRFRPT FILE ' XRR-STAT
093000     ELSE
093100         ADD 1 TO XRFRPT-CTR
093200         ADD 1 TO XRF-LINE-CTR.
093300 8900-EXIT.  EXIT.
