000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHPUB213.
000300
000400*----------------------------------------------------------------*
000500*  CMS PUBLICATION INTAKE - HRGTABL AND CBSAFILE CONVERTER        *
000600*                                                                 *
000700*  EACH ANNUAL AND QUARTERLY UPDATE CMS PUBLISHES THE HIPPS       *
000800*  CASE-MIX WEIGHTS WITH THEIR LUPA THRESHOLDS, AND THE CBSA      *
000900*  WAGE INDEXES, AS COMMA-DELIMITED FILES.  THIS STEP READS       *
001000*  THEM AS PUBLISHED AND WRITES THE FIXED-COLUMN MEMBERS THAT     *
001100*  HHOPN213 (1800-LOAD-HRGTABL, 1100-LOAD-CBSAFILE) LOADS,        *
001200*  EVERY ROW STAMPED WITH THE EFFECTIVE DATE ON THE CONTROL       *
001300*  CARD.                                                          *
001400*  THE COLUMNS ARE FOUND FROM THE FILE'S OWN HEADING ROW, SO      *
001500*  TITLE LINES ABOVE IT AND THE COLUMN ORDER DO NOT MATTER:       *
001600*    HIPPS FILE  'HIPPS' = CODE, 'WEIGHT' = CASE-MIX WEIGHT,      *
001700*                'LUPA' (OR 'THRESHOLD') = LUPA THRESHOLD         *
001800*    CBSA FILE   'NAME' (OR 'TITLE') = CBSA NAME, 'WAGE' =        *
001900*                WAGE INDEX, ANOTHER 'CBSA' COLUMN = CODE         *
002000*  A QUOTED VALUE MAY CARRY COMMAS.  A ROW WITH BOTH VALUE        *
002100*  COLUMNS EMPTY IS A NOTE OR SUBTOTAL LINE AND IS PASSED OVER.   *
002200*  EDITS - A ROW FAILING ONE IS REFUSED AND LISTED:               *
002300*    HIPPS CODE    FIVE CHARACTERS, NO BLANKS, POSITION 1 1-4,    *
002400*                  NOT REPEATED IN THE FILE                       *
002500*    WEIGHT        NUMERIC, GREATER THAN ZERO, AT MOST TWO        *
002600*                  WHOLE AND FOUR DECIMAL DIGITS                  *
002700*    LUPA          A WHOLE NUMBER 2 THROUGH 6                     *
002800*    CBSA CODE     FIVE DIGITS, NOT REPEATED IN THE FILE          *
002900*    WAGE INDEX    AS THE WEIGHT                                  *
003000*    CBSA NAME     PRESENT (CUT TO 51 CHARACTERS)                 *
003100*  HRGOUT IS A COMPLETE HRGTABL MEMBER - THE PRICER TAKES THE     *
003200*  FIRST ROW FOR A HIPPS CODE, SO THE TABLE HOLDS ONE             *
003300*  PUBLICATION ONLY.  CBSAOUT IS THE CURRENT CBSAFILE (CBSAIN)    *
003400*  WITH THE NEW ROWS MERGED IN BY CBSA AND EFFECTIVE DATE, AS     *
003500*  THE PRICER WALKS A CBSA'S ROWS TOGETHER; A CBSAIN ROW          *
003600*  ALREADY AT THE NEW EFFECTIVE DATE IS REPLACED, SO A RERUN      *
003700*  DOES NOT DOUBLE THE YEAR.                                      *
003800*                                                                 *
003900*  CNVPARM  - COLS 1-8 EFFECTIVE DATE YYYYMMDD (REQUIRED)         *
004000*  CMSHRG   - (OPTIONAL) CMS HIPPS WEIGHT / LUPA FILE             *
004100*  CMSCBSA  - (OPTIONAL) CMS CBSA WAGE INDEX FILE                 *
004200*  CBSAIN   - (OPTIONAL) CURRENT CBSAFILE                         *
004300*  HRGOUT   - NEW HRGTABL MEMBER                                  *
004400*  CBSAOUT  - NEW CBSAFILE MEMBER                                 *
004500*  CNVRPT   - CONVERSION REPORT - REFUSED ROWS AND COUNTS         *
004600*  RETURN CODE 4  - HIPPS ROW COUNT IS NOT THE FULL 432           *
004700*              8  - ROWS REFUSED - DO NOT INSTALL THE MEMBERS     *
004800*             16  - NO OR BAD CONTROL CARD, NO INPUT FILE, NO     *
004900*                   HEADING ROW, OR A MEMBER LARGER THAN THE      *
005000*                   HHOPN213 TABLE                                *
005100*----------------------------------------------------------------*
005200
005300 DATE-COMPILED.
005400 ENVIRONMENT                     DIVISION.
005500
005600 CONFIGURATION                   SECTION.
005700 SOURCE-COMPUTER.                IBM-370.
005800 OBJECT-COMPUTER.                IBM-370.
005900
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200
006300     SELECT CNVPARM   ASSIGN TO UT-S-CNVPARM
006400         FILE STATUS IS CNP-STAT.
006500     SELECT OPTIONAL CMSHRG  ASSIGN TO UT-S-CMSHRG
006600         FILE STATUS IS CMH-STAT.
006700     SELECT OPTIONAL CMSCBSA ASSIGN TO UT-S-CMSCBSA
006800         FILE STATUS IS CMC-STAT.
006900     SELECT OPTIONAL CBSAIN  ASSIGN TO UT-S-CBSAIN
007000         FILE STATUS IS CBI-STAT.
007100     SELECT HRGOUT    ASSIGN TO UT-S-HRGOUT
007200         FILE STATUS IS HRO-STAT.
007300     SELECT CBSAOUT   ASSIGN TO UT-S-CBSAOUT
007400         FILE STATUS IS CBO-STAT.
007500     SELECT CNVRPT    ASSIGN TO UT-S-CNVRPT
007600         FILE STATUS IS CNR-STAT.
007700     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  CNVPARM
008200     RECORDING MODE IS F
008300     BLOCK CONTAINS 0 RECORDS
008400     LABEL RECORDS ARE STANDARD.
008500 01  CNVPARM-REC.
008600     05  CNP-EFFDATE            PIC X(08).
008700     05  CNP-EFFDATE-R REDEFINES CNP-EFFDATE.
008800         10  CNP-EFF-YYYY       PIC X(04).
008900         10  CNP-EFF-MM         PIC X(02).
009000         10  CNP-EFF-DD         PIC X(02).
009100     05  FILLER                 PIC X(72).
009200
009300*    COMMA-DELIMITED ROWS, BLANK-PADDED TO THE RECORD LENGTH
009400 FD  CMSHRG
009500     RECORDING MODE IS F
009600     BLOCK CONTAINS 0 RECORDS
009700     LABEL RECORDS ARE STANDARD.
009800 01  CMSHRG-REC                 PIC X(400).
009900
010000 FD  CMSCBSA
010100     RECORDING MODE IS F
010200     BLOCK CONTAINS 0 RECORDS
010300     LABEL RECORDS ARE STANDARD.
010400 01  CMSCBSA-REC                PIC X(400).
010500
010600 FD  CBSAIN
010700     RECORDING MODE IS F
010800     BLOCK CONTAINS 0 RECORDS
010900     LABEL RECORDS ARE STANDARD.
011000 01  CBSAIN-REC.
011100     05  CBI-CBSA               PIC X(05).
011200     05  FILLER                 PIC X(01).
011300     05  CBI-EFFDATE            PIC X(08).
011400     05  FILLER                 PIC X(66).
011500
011600 FD  HRGOUT
011700     RECORDING MODE IS F
011800     BLOCK CONTAINS 0 RECORDS
011900     LABEL RECORDS ARE STANDARD.
012000 01  HRGOUT-REC                 PIC X(80).
012100
012200 FD  CBSAOUT
012300     RECORDING MODE IS F
012400     BLOCK CONTAINS 0 RECORDS
012500     LABEL RECORDS ARE STANDARD.
012600 01  CBSAOUT-REC                PIC X(80).
012700
012800 FD  CNVRPT
012900     RECORDING MODE IS F
013000     BLOCK CONTAINS 133 RECORDS
013100     LABEL RECORDS ARE STANDARD.
013200 01  CNVRPT-LINE                PIC X(133).
013300
013400*----------------------------------------------------------------*
013500*  CBSAFILE ROWS, CURRENT AND NEW, IN CBSA AND DATE ORDER         *
013600*----------------------------------------------------------------*
013700 SD  SORTFILE.
013800 01  SORT-REC.
013900     05  SRT-CBSA               PIC X(05).
014000     05  SRT-EFFDATE            PIC X(08).
014100     05  SRT-ROW                PIC X(80).
014200
014300 WORKING-STORAGE SECTION.
014400 01  FILLER                     PIC X(40)  VALUE
014500     'HHPUB    - W O R K I N G   S T O R A G E'.
014600 01  HHPUB-VERSION              PIC X(07)  VALUE 'W2026.1'.
014700 01  EOF-CMH                    PIC 9(01)  VALUE 0.
014800 01  EOF-CMC                    PIC 9(01)  VALUE 0.
014900 01  EOF-CBI                    PIC 9(01)  VALUE 0.
015000 01  EOF-SRT                    PIC 9(01)  VALUE 0.
015100 01  HRG-READ-CTR               PIC 9(09)  VALUE 0.
015200 01  HRG-PREAMBLE-CTR           PIC 9(09)  VALUE 0.
015300 01  HRG-NOTE-CTR               PIC 9(09)  VALUE 0.
015400 01  HRG-CONV-CTR               PIC 9(09)  VALUE 0.
015500 01  HRG-REFUSED-CTR            PIC 9(09)  VALUE 0.
015600 01  HRGOUT-CTR                 PIC 9(09)  VALUE 0.
015700 01  CBS-READ-CTR               PIC 9(09)  VALUE 0.
015800 01  CBS-PREAMBLE-CTR           PIC 9(09)  VALUE 0.
015900 01  CBS-NOTE-CTR               PIC 9(09)  VALUE 0.
016000 01  CBS-CONV-CTR               PIC 9(09)  VALUE 0.
016100 01  CBS-REFUSED-CTR            PIC 9(09)  VALUE 0.
016200 01  CBSAIN-CTR                 PIC 9(09)  VALUE 0.
016300 01  CBSAIN-REPL-CTR            PIC 9(09)  VALUE 0.
016400 01  RELEASED-CTR               PIC 9(09)  VALUE 0.
016500 01  CBSAOUT-CTR                PIC 9(09)  VALUE 0.
016600 01  CNV-LINE-CTR               PIC 9(02)  VALUE 65.
016700 01  CNV-ROW-NO                 PIC 9(06)  VALUE 0.
016800 01  CNV-RUN-DATE               PIC X(08)  VALUE SPACES.
016900 01  CNV-EFFDATE                PIC X(08)  VALUE SPACES.
017000 01  CNV-HRG-MAX                PIC 9(04)  VALUE 432.
017100 01  CNV-CBSA-MAX               PIC 9(04)  VALUE 8000.
017200 01  CNV-FATAL-SW               PIC X(01)  VALUE 'N'.
017300     88  CNV-FATAL                         VALUE 'Y'.
017400 01  CMH-PRESENT-SW             PIC X(01)  VALUE 'N'.
017500     88  CMH-PRESENT                       VALUE 'Y'.
017600 01  CMC-PRESENT-SW             PIC X(01)  VALUE 'N'.
017700     88  CMC-PRESENT                       VALUE 'Y'.
017800 01  CMH-HEAD-SW                PIC X(01)  VALUE 'N'.
017900     88  CMH-HEAD-FOUND                    VALUE 'Y'.
018000 01  CMC-HEAD-SW                PIC X(01)  VALUE 'N'.
018100     88  CMC-HEAD-FOUND                    VALUE 'Y'.
018200 01  CNP-STAT.
018300     05  CNP-STAT1              PIC X.
018400     05  CNP-STAT2              PIC X.
018500 01  CMH-STAT.
018600     05  CMH-STAT1              PIC X.
018700     05  CMH-STAT2              PIC X.
018800 01  CMC-STAT.
018900     05  CMC-STAT1              PIC X.
019000     05  CMC-STAT2              PIC X.
019100 01  CBI-STAT.
019200     05  CBI-STAT1              PIC X.
019300     05  CBI-STAT2              PIC X.
019400 01  HRO-STAT.
019500     05  HRO-STAT1              PIC X.
019600     05  HRO-STAT2              PIC X.
019700 01  CBO-STAT.
019800     05  CBO-STAT1              PIC X.
019900     05  CBO-STAT2              PIC X.
020000 01  CNR-STAT.
020100     05  CNR-STAT1              PIC X.
020200     05  CNR-STAT2              PIC X.
020300
020400*----------------------------------------------------------------*
020500*  ONE ROW SPLIT INTO ITS COLUMNS                                 *
020600*----------------------------------------------------------------*
020700 01  CSV-LINE                   PIC X(400).
020800 01  CSV-LEN                    PIC 9(03)  VALUE 0.
020900 01  CSV-POS                    PIC 9(03)  VALUE 0.
021000 01  CSV-CHAR                   PIC X(01).
021100 01  CSV-NEXT-CHAR              PIC X(01).
021200 01  CSV-QUOTE-SW               PIC X(01)  VALUE 'N'.
021300     88  CSV-IN-QUOTES                     VALUE 'Y'.
021400 01  CSV-SKIP-SW                PIC X(01)  VALUE 'N'.
021500     88  CSV-SKIP-CHAR                     VALUE 'Y'.
021600 01  CSV-COL-CNT                PIC 9(02)  VALUE 0.
021700 01  CSV-COL-MAX                PIC 9(02)  VALUE 30.
021800 01  CSV-COLUMNS.
021900     05  CSV-COL                OCCURS 30.
022000         10  CSV-VALUE          PIC X(60).
022100         10  CSV-VALUE-LEN      PIC 9(02).
022200 01  CSV-COL-SUB                PIC 9(02)  VALUE 0.
022300 01  CSV-UPPER                  PIC X(60).
022400 01  CSV-KW-CTR                 PIC 9(03)  VALUE 0.
022500
022600*----------------------------------------------------------------*
022700*  COLUMN NUMBERS FOUND ON THE HEADING ROWS                       *
022800*----------------------------------------------------------------*
022900 01  HRG-CODE-COL               PIC 9(02)  VALUE 0.
023000 01  HRG-WGT-COL                PIC 9(02)  VALUE 0.
023100 01  HRG-LUPA-COL               PIC 9(02)  VALUE 0.
023200 01  CBS-CODE-COL               PIC 9(02)  VALUE 0.
023300 01  CBS-WI-COL                 PIC 9(02)  VALUE 0.
023400 01  CBS-NAME-COL               PIC 9(02)  VALUE 0.
023500
023600*----------------------------------------------------------------*
023700*  DECIMAL TEXT TO 9(02)V9(04) - ORDINARY VERBS ONLY, SO A        *
023800*  STRAY CHARACTER IS REFUSED RATHER THAN GUESSED AT              *
023900*----------------------------------------------------------------*
024000 01  NUM-TEXT                   PIC X(60).
024100 01  NUM-LEN                    PIC 9(02)  VALUE 0.
024200 01  NUM-INT                    PIC X(60).
024300 01  NUM-DEC                    PIC X(60).
024400 01  NUM-INT-LEN                PIC 9(02)  VALUE 0.
024500 01  NUM-DEC-LEN                PIC 9(02)  VALUE 0.
024600 01  NUM-PARTS                  PIC 9(02)  VALUE 0.
024700 01  NUM-START                  PIC 9(02)  VALUE 0.
024800 01  NUM-BUILD                  PIC X(06).
024900 01  NUM-VALUE REDEFINES NUM-BUILD
025000                                PIC 9(02)V9(04).
025100 01  NUM-OK-SW                  PIC X(01)  VALUE 'N'.
025200     88  NUM-OK                            VALUE 'Y'.
025300
025400*----------------------------------------------------------------*
025500*  CODES ALREADY CONVERTED FROM THE FILE - A REPEAT IS REFUSED    *
025600*----------------------------------------------------------------*
025700 01  SEEN-HRG-NEXT              PIC 9(04)  VALUE 0.
025800 01  SEEN-HRG-TABLE.
025900     05  SEEN-HRG               PIC X(05)  OCCURS 1000
026000                                INDEXED BY SH1.
026100 01  SEEN-CBS-NEXT              PIC 9(04)  VALUE 0.
026200 01  SEEN-CBS-TABLE.
026300     05  SEEN-CBS               PIC X(05)  OCCURS 2000
026400                                INDEXED BY SC1.
026500 01  SEEN-SW                    PIC X(01)  VALUE 'N'.
026600     88  SEEN-BEFORE                       VALUE 'Y'.
026700
026800*----------------------------------------------------------------*
026900*  OUTPUT ROWS - THE HHOPN213 HRGTABL AND CBSAFILE LAYOUTS        *
027000*----------------------------------------------------------------*
027100 01  HRG-TABL-REC.
027200     05  HRG-CODE               PIC X(05).
027300     05  FILLER                 PIC X(01).
027400     05  HRG-EFFDATE            PIC X(08).
027500     05  FILLER                 PIC X(01).
027600     05  HRG-WGTS               PIC 9(02)V9(04).
027700     05  FILLER                 PIC X(01).
027800     05  HRG-THRESHOLD          PIC X(01).
027900     05  FILLER                 PIC X(01).
028000     05  HRG-LUPA-THRESHOLD     PIC 9(02).
028100     05  FILLER                 PIC X(54).
028200
028300 01  F-CBSA-REC.
028400     05  F-CBSA                 PIC X(05).
028500     05  FILLER                 PIC X(01).
028600     05  F-CBSA-EFFDATE         PIC X(08).
028700     05  FILLER                 PIC X(01).
028800     05  F-CBSA-WAGEIND         PIC 9(02)V9(04).
028900     05  FILLER                 PIC X(08).
029000     05  F-CBSA-NAME            PIC X(51).
029100
029200 01  CNV-REASON                 PIC X(30)  VALUE SPACES.
029300
029400*----------------------------------------------------------------*
029500*  REPORT COMPONENTS                                              *
029600*----------------------------------------------------------------*
029700 01  CNV-HEAD1.
029800     05  FILLER                 PIC X(01)  VALUE SPACES.
029900     05  FILLER                 PIC X(44)  VALUE
030000        ' CMS PUBLICATION INTAKE - CONVERSION REPORT '.
030100     05  FILLER                 PIC X(08)  VALUE
030200        'RUN OF  '.
030300     05  CNH-RUN-DATE           PIC X(08).
030400     05  FILLER                 PIC X(14)  VALUE
030500        '   EFFECTIVE  '.
030600     05  CNH-EFFDATE            PIC X(08).
030700
030800 01  CNV-HEAD2.
030900     05  FILLER                 PIC X(36)  VALUE
031000        '  TABLE        ROW  REASON REFUSED'.
031100     05  FILLER                 PIC X(16)  VALUE SPACES.
031200     05  FILLER                 PIC X(16)  VALUE
031300        'ROW AS PUBLISHED'.
031400
031500 01  CNV-REFUSE-LINE.
031600     05  FILLER                 PIC X(02)  VALUE SPACES.
031700     05  CNL-TABLE              PIC X(08).
031800     05  FILLER                 PIC X(02)  VALUE SPACES.
031900     05  CNL-ROW                PIC ZZZZZ9.
032000     05  FILLER                 PIC X(02)  VALUE SPACES.
032100     05  CNL-REASON             PIC X(30).
032200     05  FILLER                 PIC X(02)  VALUE SPACES.
032300     05  CNL-TEXT               PIC X(80).
032400
032500 01  CNV-NOTE-LINE.
032600     05  FILLER                 PIC X(02)  VALUE SPACES.
032700     05  CNL-NOTE               PIC X(80).
032800
032900 01  CNV-COUNT-LINE.
033000     05  FILLER                 PIC X(02)  VALUE SPACES.
033100     05  CNV-COUNT-LABEL        PIC X(36).
033200     05  CNV-COUNT              PIC ZZZ,ZZZ,ZZ9.
033300
033400**--------------------------------------------------------------
033500 PROCEDURE  DIVISION.
033600
033700 0000-MAINLINE  SECTION.
033800
033900     ACCEPT CNV-RUN-DATE FROM DATE YYYYMMDD.
034000     OPEN OUTPUT CNVRPT.
034100     PERFORM 0500-GET-PARMS THRU 0500-EXIT.
034200     IF CNV-FATAL
034300         GO TO 0000-FINISH.
034400
034500     PERFORM 1000-CONVERT-HRG THRU 1000-EXIT.
034600
034700     SORT SORTFILE
034800          ON ASCENDING KEY SRT-CBSA
034900                           SRT-EFFDATE
035000          INPUT  PROCEDURE IS 2000-RELEASE-CBSA
035100          OUTPUT PROCEDURE IS 3000-WRITE-CBSA.
035200
035300     IF NOT CMH-PRESENT AND NOT CMC-PRESENT
035400         MOVE 'NEITHER CMS FILE WAS SUPPLIED' TO CNL-NOTE
035500         PERFORM 8900-WRITE-NOTE THRU 8900-EXIT
035600         MOVE 'Y' TO CNV-FATAL-SW.
035700     IF CMH-PRESENT AND NOT CMH-HEAD-FOUND
035800         MOVE 'HIPPS FILE HAS NO HIPPS/WEIGHT/LUPA HEADING ROW'
035900                                               TO CNL-NOTE
036000         PERFORM 8900-WRITE-NOTE THRU 8900-EXIT
036100         MOVE 'Y' TO CNV-FATAL-SW.
036200     IF CMC-PRESENT AND NOT CMC-HEAD-FOUND
036300         MOVE 'CBSA FILE HAS NO CBSA/WAGE/NAME HEADING ROW'
036400                                               TO CNL-NOTE
036500         PERFORM 8900-WRITE-NOTE THRU 8900-EXIT
036600         MOVE 'Y' TO CNV-FATAL-SW.
036700     IF HRGOUT-CTR > CNV-HRG-MAX
036800         MOVE 'HRGOUT HAS MORE ROWS THAN THE 432-ROW HRG TABLE'
036900                                               TO CNL-NOTE
037000         PERFORM 8900-WRITE-NOTE THRU 8900-EXIT
037100         MOVE 'Y' TO CNV-FATAL-SW.
037200     IF CBSAOUT-CTR > CNV-CBSA-MAX
037300         MOVE 'CBSAOUT HAS MORE ROWS THAN THE 8000-ROW CBSA TABLE'
037400                                               TO CNL-NOTE
037500         PERFORM 8900-WRITE-NOTE THRU 8900-EXIT
037600         MOVE 'Y' TO CNV-FATAL-SW.
037700
037800 0000-FINISH.
037900     PERFORM 4000-RUN-SUMMARY.
038000
038100     DISPLAY '-- PROGRAM HHPUB213  VERSION  ===> ' HHPUB-VERSION.
038200     DISPLAY '-- EFFECTIVE DATE             ===> ' CNV-EFFDATE.
038300     DISPLAY '-- HIPPS ROWS READ            ===> ' HRG-READ-CTR.
038400     DISPLAY '-- HIPPS ROWS CONVERTED       ===> ' HRG-CONV-CTR.
038500     DISPLAY '-- HIPPS ROWS REFUSED         ===> '
038600                                          HRG-REFUSED-CTR.
038700     DISPLAY '-- CBSA ROWS READ             ===> ' CBS-READ-CTR.
038800     DISPLAY '-- CBSA ROWS CONVERTED        ===> ' CBS-CONV-CTR.
038900     DISPLAY '-- CBSA ROWS REFUSED          ===> '
039000                                          CBS-REFUSED-CTR.
039100     DISPLAY '-- CBSAIN ROWS CARRIED        ===> ' CBSAIN-CTR.
039200     DISPLAY '-- CBSAIN ROWS REPLACED       ===> '
039300                                          CBSAIN-REPL-CTR.
039400     DISPLAY '-- HRGOUT ROWS WRITTEN        ===> ' HRGOUT-CTR.
039500     DISPLAY '-- CBSAOUT ROWS WRITTEN       ===> ' CBSAOUT-CTR.
039600
039700     IF CMH-PRESENT AND HRG-CONV-CTR NOT = CNV-HRG-MAX
039800         DISPLAY '** HIPPS ROWS CONVERTED ARE NOT THE FULL TABLE'
039900         MOVE 4 TO RETURN-CODE.
040000     IF HRG-REFUSED-CTR > 0 OR CBS-REFUSED-CTR > 0
040100         DISPLAY '** ROWS REFUSED - MEMBERS MUST NOT BE INSTALLED'
040200         MOVE 8 TO RETURN-CODE.
040300
040400*    EVERY CONVERTED ROW IS WRITTEN, AND EVERY CURRENT CBSA ROW
040500*    IS EITHER CARRIED OR REPLACED
040600     IF HRGOUT-CTR NOT = HRG-CONV-CTR
040700        OR CBSAOUT-CTR NOT = RELEASED-CTR
040800        OR RELEASED-CTR NOT = CBS-CONV-CTR + CBSAIN-CTR
040900         DISPLAY '** HHPUB213 CONTROL TOTAL ERROR **'
041000         MOVE 'Y' TO CNV-FATAL-SW.
041100     IF CNV-FATAL
041200         DISPLAY '** HHPUB213 - CONVERSION FAILED - SEE CNVRPT'
041300         MOVE 16 TO RETURN-CODE.
041400
041500 0000-STOP.
041600     STOP RUN.
041700
041800*================================================================*
041900*    CONTROL CARD - THE EFFECTIVE DATE EVERY NEW ROW CARRIES      *
042000*================================================================*
042100 0500-GET-PARMS.
042200     MOVE SPACES TO CNVPARM-REC.
042300     OPEN INPUT CNVPARM.
042400     IF CNP-STAT1 = '0'
042500         READ CNVPARM
042600             AT END MOVE SPACES TO CNVPARM-REC
042700         END-READ
042800         CLOSE CNVPARM.
042900     MOVE CNP-EFFDATE TO CNV-EFFDATE.
043000     PERFORM 8800-HEADINGS THRU 8800-EXIT.
043100
043200     IF CNP-EFFDATE NOT NUMERIC
043300        OR CNP-EFF-YYYY < '2000'
043400        OR CNP-EFF-MM < '01' OR CNP-EFF-MM > '12'
043500        OR CNP-EFF-DD < '01' OR CNP-EFF-DD > '31'
043600         MOVE 'CNVPARM EFFECTIVE DATE MISSING OR NOT A DATE'
043700                                               TO CNL-NOTE
043800         PERFORM 8900-WRITE-NOTE THRU 8900-EXIT
043900         MOVE 'Y' TO CNV-FATAL-SW.
044000 0500-EXIT.  EXIT.
044100
044200*================================================================*
044300*    HIPPS WEIGHTS AND LUPA THRESHOLDS TO A NEW HRGTABL MEMBER    *
044400*================================================================*
044500 1000-CONVERT-HRG.
044600     OPEN OUTPUT HRGOUT.
044700     OPEN INPUT CMSHRG.
044800     IF CMH-STAT1 NOT = '0'
044900         GO TO 1000-CLOSE.
045000     MOVE 'Y' TO CMH-PRESENT-SW.
045100     MOVE 0 TO CNV-ROW-NO.
045200     PERFORM 1100-READ-HRG-ROW THRU 1100-EXIT
045300             UNTIL EOF-CMH = 1.
045400     CLOSE CMSHRG.
045500
045600 1000-CLOSE.
045700     CLOSE HRGOUT.
045800 1000-EXIT.  EXIT.
045900
046000 1100-READ-HRG-ROW.
046100     READ CMSHRG INTO CSV-LINE
046200          AT END   MOVE 1 TO EOF-CMH
046300                   GO TO 1100-EXIT.
046400     ADD 1 TO CNV-ROW-NO.
046500     PERFORM 8100-SPLIT-ROW THRU 8100-EXIT.
046600
046700     IF CMH-HEAD-FOUND
046800         GO TO 1100-EDIT.
046900     ADD 1 TO HRG-PREAMBLE-CTR.
047000     PERFORM 1200-FIND-HRG-HEADING THRU 1200-EXIT.
047100     GO TO 1100-EXIT.
047200
047300 1100-EDIT.
047400     ADD 1 TO HRG-READ-CTR.
047500     PERFORM 1300-EDIT-HRG-ROW THRU 1300-EXIT.
047600 1100-EXIT.  EXIT.
047700
047800*    THE HEADING ROW NAMES ALL THREE COLUMNS
047900 1200-FIND-HRG-HEADING.
048000     MOVE 0 TO HRG-CODE-COL HRG-WGT-COL HRG-LUPA-COL.
048100     PERFORM 1210-HRG-HEADING-COL THRU 1210-EXIT
048200             VARYING CSV-COL-SUB FROM 1 BY 1
048300             UNTIL CSV-COL-SUB > CSV-COL-CNT.
048400     IF HRG-CODE-COL > 0 AND HRG-WGT-COL > 0
048500        AND HRG-LUPA-COL > 0
048600         MOVE 'Y' TO CMH-HEAD-SW.
048700 1200-EXIT.  EXIT.
048800
048900 1210-HRG-HEADING-COL.
049000     PERFORM 8300-UPPER-COLUMN THRU 8300-EXIT.
049100     MOVE 0 TO CSV-KW-CTR.
049200     INSPECT CSV-UPPER TALLYING CSV-KW-CTR FOR ALL 'HIPPS'.
049300     IF CSV-KW-CTR > 0 AND HRG-CODE-COL = 0
049400         MOVE CSV-COL-SUB TO HRG-CODE-COL
049500         GO TO 1210-EXIT.
049600     MOVE 0 TO CSV-KW-CTR.
049700     INSPECT CSV-UPPER TALLYING CSV-KW-CTR FOR ALL 'WEIGHT'.
049800     IF CSV-KW-CTR > 0 AND HRG-WGT-COL = 0
049900         MOVE CSV-COL-SUB TO HRG-WGT-COL
050000         GO TO 1210-EXIT.
050100     MOVE 0 TO CSV-KW-CTR.
050200     INSPECT CSV-UPPER TALLYING CSV-KW-CTR FOR ALL 'LUPA'
050300                                          ALL 'THRESHOLD'.
050400     IF CSV-KW-CTR > 0 AND HRG-LUPA-COL = 0
050500         MOVE CSV-COL-SUB TO HRG-LUPA-COL.
050600 1210-EXIT.  EXIT.
050700
050800 1300-EDIT-HRG-ROW.
050900     IF CSV-VALUE (HRG-WGT-COL) = SPACES
051000        AND CSV-VALUE (HRG-LUPA-COL) = SPACES
051100         ADD 1 TO HRG-NOTE-CTR
051200         GO TO 1300-EXIT.
051300
051400     MOVE SPACES TO HRG-TABL-REC.
051500     MOVE CSV-VALUE (HRG-CODE-COL) TO CSV-UPPER.
051600     IF CSV-VALUE-LEN (HRG-CODE-COL) NOT = 5
051700        OR CSV-UPPER (6:55) NOT = SPACES
051800         MOVE 'HIPPS CODE NOT 5 CHARACTERS' TO CNV-REASON
051900         GO TO 1300-REFUSE.
052000     MOVE 0 TO CSV-KW-CTR.
052100     INSPECT CSV-UPPER (1:5) TALLYING CSV-KW-CTR FOR ALL SPACE.
052200     IF CSV-KW-CTR > 0
052300         MOVE 'HIPPS CODE HAS A BLANK' TO CNV-REASON
052400         GO TO 1300-REFUSE.
052500     IF CSV-UPPER (1:1) < '1' OR CSV-UPPER (1:1) > '4'
052600         MOVE 'HIPPS POSITION 1 NOT 1-4' TO CNV-REASON
052700         GO TO 1300-REFUSE.
052800     MOVE CSV-UPPER (1:5) TO HRG-CODE.
052900
053000     MOVE CSV-VALUE (HRG-WGT-COL) TO NUM-TEXT.
053100     PERFORM 8200-PARSE-DECIMAL THRU 8200-EXIT.
053200     IF NOT NUM-OK OR NUM-VALUE = 0
053300         MOVE 'WEIGHT NOT A POSITIVE NUMBER' TO CNV-REASON
053400         GO TO 1300-REFUSE.
053500     MOVE NUM-VALUE TO HRG-WGTS.
053600
053700     MOVE CSV-VALUE (HRG-LUPA-COL) TO NUM-TEXT.
053800     PERFORM 8200-PARSE-DECIMAL THRU 8200-EXIT.
053900     IF NOT NUM-OK
054000        OR NUM-BUILD (3:4) NOT = '0000'
054100        OR NUM-VALUE < 2 OR NUM-VALUE > 6
054200         MOVE 'LUPA THRESHOLD NOT 2 THRU 6' TO CNV-REASON
054300         GO TO 1300-REFUSE.
054400     MOVE NUM-VALUE TO HRG-LUPA-THRESHOLD.
054500
054600     MOVE 'N' TO SEEN-SW.
054700     SET SH1 TO 1.
054800     IF SEEN-HRG-NEXT > 0
054900         SEARCH SEEN-HRG
055000             AT END
055100                 MOVE 'N' TO SEEN-SW
055200             WHEN SH1 > SEEN-HRG-NEXT
055300                 MOVE 'N' TO SEEN-SW
055400             WHEN SEEN-HRG (SH1) = HRG-CODE
055500                 MOVE 'Y' TO SEEN-SW
055600         END-SEARCH.
055700     IF SEEN-BEFORE
055800         MOVE 'HIPPS CODE REPEATED IN FILE' TO CNV-REASON
055900         GO TO 1300-REFUSE.
056000     IF SEEN-HRG-NEXT < 1000
056100         ADD 1 TO SEEN-HRG-NEXT
056200         MOVE HRG-CODE TO SEEN-HRG (SEEN-HRG-NEXT).
056300
056400     MOVE CNV-EFFDATE TO HRG-EFFDATE.
056500     ADD 1 TO HRG-CONV-CTR.
056600     WRITE HRGOUT-REC FROM HRG-TABL-REC.
056700     IF HRO-STAT1 > 0 DISPLAY ' BADH WRITE ON HRGOUT FILE'.
056800     ADD 1 TO HRGOUT-CTR.
056900     GO TO 1300-EXIT.
057000
057100 1300-REFUSE.
057200     ADD 1 TO HRG-REFUSED-CTR.
057300     MOVE 'HRGTABL' TO CNL-TABLE.
057400     PERFORM 8700-WRITE-REFUSAL THRU 8700-EXIT.
057500 1300-EXIT.  EXIT.
057600
057700*================================================================*
057800*    CURRENT CBSAFILE ROWS (LESS ANY AT THE NEW EFFECTIVE DATE)   *
057900*    AND THE CONVERTED CMS ROWS GO TO THE SORT                    *
058000*================================================================*
058100 2000-RELEASE-CBSA  SECTION.
058200
058300     OPEN INPUT CBSAIN.
058400     IF CBI-STAT1 = '0'
058500         PERFORM 2100-CARRY-CBSAIN THRU 2100-EXIT
058600                 UNTIL EOF-CBI = 1
058700         CLOSE CBSAIN.
058800
058900     OPEN INPUT CMSCBSA.
059000     IF CMC-STAT1 NOT = '0'
059100         GO TO 2000-DONE.
059200     MOVE 'Y' TO CMC-PRESENT-SW.
059300     MOVE 0 TO CNV-ROW-NO.
059400     PERFORM 2200-READ-CBSA-ROW THRU 2200-EXIT
059500             UNTIL EOF-CMC = 1.
059600     CLOSE CMSCBSA.
059700     GO TO 2000-DONE.
059800
059900 2100-CARRY-CBSAIN.
060000     READ CBSAIN
060100          AT END   MOVE 1 TO EOF-CBI
060200                   GO TO 2100-EXIT.
060300     IF CBI-EFFDATE = CNV-EFFDATE
060400         ADD 1 TO CBSAIN-REPL-CTR
060500         GO TO 2100-EXIT.
060600     ADD 1 TO CBSAIN-CTR.
060700     MOVE CBI-CBSA    TO SRT-CBSA.
060800     MOVE CBI-EFFDATE TO SRT-EFFDATE.
060900     MOVE CBSAIN-REC  TO SRT-ROW.
061000     RELEASE SORT-REC.
061100     ADD 1 TO RELEASED-CTR.
061200 2100-EXIT.  EXIT.
061300
061400 2200-READ-CBSA-ROW.
061500     READ CMSCBSA INTO CSV-LINE
061600          AT END   MOVE 1 TO EOF-CMC
061700                   GO TO 2200-EXIT.
061800     ADD 1 TO CNV-ROW-NO.
061900     PERFORM 8100-SPLIT-ROW THRU 8100-EXIT.
062000
062100     IF CMC-HEAD-FOUND
062200         GO TO 2200-EDIT.
062300     ADD 1 TO CBS-PREAMBLE-CTR.
062400     PERFORM 2300-FIND-CBSA-HEADING THRU 2300-EXIT.
062500     GO TO 2200-EXIT.
062600
062700 2200-EDIT.
062800     ADD 1 TO CBS-READ-CTR.
062900     PERFORM 2400-EDIT-CBSA-ROW THRU 2400-EXIT.
063000 2200-EXIT.  EXIT.
063100
063200*    THE NAME COLUMN IS TAKEN FIRST, SO 'CBSA NAME' IS NOT
063300*    MISTAKEN FOR THE CODE
063400 2300-FIND-CBSA-HEADING.
063500     MOVE 0 TO CBS-CODE-COL CBS-WI-COL CBS-NAME-COL.
063600     PERFORM 2310-CBSA-HEADING-COL THRU 2310-EXIT
063700             VARYING CSV-COL-SUB FROM 1 BY 1
063800             UNTIL CSV-COL-SUB > CSV-COL-CNT.
063900     IF CBS-CODE-COL > 0 AND CBS-WI-COL > 0
064000        AND CBS-NAME-COL > 0
064100         MOVE 'Y' TO CMC-HEAD-SW.
064200 2300-EXIT.  EXIT.
064300
064400 2310-CBSA-HEADING-COL.
064500     PERFORM 8300-UPPER-COLUMN THRU 8300-EXIT.
064600     MOVE 0 TO CSV-KW-CTR.
064700     INSPECT CSV-UPPER TALLYING CSV-KW-CTR FOR ALL 'NAME'
064800                                          ALL 'TITLE'.
064900     IF CSV-KW-CTR > 0 AND CBS-NAME-COL = 0
065000         MOVE CSV-COL-SUB TO CBS-NAME-COL
065100         GO TO 2310-EXIT.
065200     MOVE 0 TO CSV-KW-CTR.
065300     INSPECT CSV-UPPER TALLYING CSV-KW-CTR FOR ALL 'WAGE'.
065400     IF CSV-KW-CTR > 0 AND CBS-WI-COL = 0
065500         MOVE CSV-COL-SUB TO CBS-WI-COL
065600         GO TO 2310-EXIT.
065700     MOVE 0 TO CSV-KW-CTR.
065800     INSPECT CSV-UPPER TALLYING CSV-KW-CTR FOR ALL 'CBSA'.
065900     IF CSV-KW-CTR > 0 AND CBS-CODE-COL = 0
066000         MOVE CSV-COL-SUB TO CBS-CODE-COL.
066100 2310-EXIT.  EXIT.
066200
066300 2400-EDIT-CBSA-ROW.
066400     IF CSV-VALUE (CBS-WI-COL) = SPACES
066500        AND CSV-VALUE (CBS-NAME-COL) = SPACES
066600         ADD 1 TO CBS-NOTE-CTR
066700         GO TO 2400-EXIT.
066800
066900     MOVE SPACES TO F-CBSA-REC.
067000     IF CSV-VALUE-LEN (CBS-CODE-COL) NOT = 5
067100        OR CSV-VALUE (CBS-CODE-COL) (1:5) NOT NUMERIC
067200         MOVE 'CBSA CODE NOT 5 DIGITS' TO CNV-REASON
067300         GO TO 2400-REFUSE.
067400     MOVE CSV-VALUE (CBS-CODE-COL) (1:5) TO F-CBSA.
067500
067600     MOVE CSV-VALUE (CBS-WI-COL) TO NUM-TEXT.
067700     PERFORM 8200-PARSE-DECIMAL THRU 8200-EXIT.
067800     IF NOT NUM-OK OR NUM-VALUE = 0
067900         MOVE 'WAGE INDEX NOT POSITIVE NUMBER' TO CNV-REASON
068000         GO TO 2400-REFUSE.
068100     MOVE NUM-VALUE TO F-CBSA-WAGEIND.
068200
068300     IF CSV-VALUE (CBS-NAME-COL) = SPACES
068400         MOVE 'CBSA NAME MISSING' TO CNV-REASON
068500         GO TO 2400-REFUSE.
068600     MOVE CSV-VALUE (CBS-NAME-COL) TO F-CBSA-NAME.
068700
068800     MOVE 'N' TO SEEN-SW.
068900     SET SC1 TO 1.
069000     IF SEEN-CBS-NEXT > 0
069100         SEARCH SEEN-CBS
069200             AT END
069300                 MOVE 'N' TO SEEN-SW
069400             WHEN SC1 > SEEN-CBS-NEXT
069500                 MOVE 'N' TO SEEN-SW
069600             WHEN SEEN-CBS (SC1) = F-CBSA
069700                 MOVE 'Y' TO SEEN-SW
069800         END-SEARCH.
069900     IF SEEN-BEFORE
070000         MOVE 'CBSA CODE REPEATED IN FILE' TO CNV-REASON
070100         GO TO 2400-REFUSE.
070200     IF SEEN-CBS-NEXT < 2000
070300         ADD 1 TO SEEN-CBS-NEXT
070400         MOVE F-CBSA TO SEEN-CBS (SEEN-CBS-NEXT).
070500
070600     MOVE CNV-EFFDATE TO F-CBSA-EFFDATE.
070700     ADD 1 TO CBS-CONV-CTR.
070800     MOVE F-CBSA         TO SRT-CBSA.
070900     MOVE F-CBSA-EFFDATE TO SRT-EFFDATE.
071000     MOVE F-CBSA-REC     TO SRT-ROW.
071100     RELEASE SORT-REC.
071200     ADD 1 TO RELEASED-CTR.
071300     GO TO 2400-EXIT.
071400
071500 2400-REFUSE.
071600     ADD 1 TO CBS-REFUSED-CTR.
071700     MOVE 'CBSAFILE' TO CNL-TABLE.
071800     PERFORM 8700-WRITE-REFUSAL THRU 8700-EXIT.
071900 2400-EXIT.  EXIT.
072000
072100 2000-DONE.
072200     EXIT.
072300
072400*================================================================*
072500*    THE MERGED CBSAFILE MEMBER                                   *
072600*================================================================*
072700 3000-WRITE-CBSA  SECTION.
072800
072900     OPEN OUTPUT CBSAOUT.
073000     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
073100             UNTIL EOF-SRT = 1.
073200     CLOSE CBSAOUT.
073300     GO TO 3000-DONE.
073400
073500 3100-RETURN-ONE.
073600     RETURN SORTFILE
073700          AT END   MOVE 1 TO EOF-SRT
073800                   GO TO 3100-EXIT.
073900     WRITE CBSAOUT-REC FROM SRT-ROW.
074000     IF CBO-STAT1 > 0 DISPLAY ' BADC WRITE ON CBSAOUT FILE'.
074100     ADD 1 TO CBSAOUT-CTR.
074200 3100-EXIT.  EXIT.
074300
074400 3000-DONE.
074500     EXIT.
074600
074700*================================================================*
074800*    CONTROL COUNTS AT THE FOOT OF THE REPORT                     *
074900*================================================================*
075000 4000-RUN-SUMMARY  SECTION.
075100
075200     IF CNV-LINE-CTR > 36
075300         PERFORM 8800-HEADINGS THRU 8800-EXIT.
075400     MOVE SPACES TO CNVRPT-LINE.
075500     WRITE CNVRPT-LINE AFTER ADVANCING 1.
075600
075700     MOVE 'HIPPS FILE ROWS ABOVE THE HEADING' TO CNV-COUNT-LABEL.
075800     MOVE HRG-PREAMBLE-CTR             TO CNV-COUNT.
075900     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
076000     MOVE 'HIPPS ROWS READ'            TO CNV-COUNT-LABEL.
076100     MOVE HRG-READ-CTR                 TO CNV-COUNT.
076200     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
076300     MOVE '  NOTE ROWS PASSED OVER'    TO CNV-COUNT-LABEL.
076400     MOVE HRG-NOTE-CTR                 TO CNV-COUNT.
076500     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
076600     MOVE '  CONVERTED'                TO CNV-COUNT-LABEL.
076700     MOVE HRG-CONV-CTR                 TO CNV-COUNT.
076800     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
076900     MOVE '  REFUSED'                  TO CNV-COUNT-LABEL.
077000     MOVE HRG-REFUSED-CTR              TO CNV-COUNT.
077100     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
077200     MOVE 'HRGOUT ROWS WRITTEN'        TO CNV-COUNT-LABEL.
077300     MOVE HRGOUT-CTR                   TO CNV-COUNT.
077400     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
077500
077600     MOVE SPACES TO CNVRPT-LINE.
077700     WRITE CNVRPT-LINE AFTER ADVANCING 1.
077800     MOVE 'CBSA FILE ROWS ABOVE THE HEADING' TO CNV-COUNT-LABEL.
077900     MOVE CBS-PREAMBLE-CTR             TO CNV-COUNT.
078000     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
078100     MOVE 'CBSA ROWS READ'             TO CNV-COUNT-LABEL.
078200     MOVE CBS-READ-CTR                 TO CNV-COUNT.
078300     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
078400     MOVE '  NOTE ROWS PASSED OVER'    TO CNV-COUNT-LABEL.
078500     MOVE CBS-NOTE-CTR                 TO CNV-COUNT.
078600     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
078700     MOVE '  CONVERTED'                TO CNV-COUNT-LABEL.
078800     MOVE CBS-CONV-CTR                 TO CNV-COUNT.
078900     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
079000     MOVE '  REFUSED'                  TO CNV-COUNT-LABEL.
079100     MOVE CBS-REFUSED-CTR              TO CNV-COUNT.
079200     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
079300     MOVE 'CURRENT CBSAFILE ROWS CARRIED' TO CNV-COUNT-LABEL.
079400     MOVE CBSAIN-CTR                   TO CNV-COUNT.
079500     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
079600     MOVE 'CURRENT ROWS REPLACED (SAME DATE)' TO CNV-COUNT-LABEL.
079700     MOVE CBSAIN-REPL-CTR              TO CNV-COUNT.
079800     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
079900     MOVE 'CBSAOUT ROWS WRITTEN'       TO CNV-COUNT-LABEL.
080000     MOVE CBSAOUT-CTR                  TO CNV-COUNT.
080100     PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
080200     CLOSE CNVRPT.
080300     GO TO 4000-DONE.
080400
080500 4100-WRITE-COUNT.
080600     WRITE CNVRPT-LINE FROM CNV-COUNT-LINE
080700                       AFTER ADVANCING 1.
080800     IF CNR-STAT1 > 0 DISPLAY ' BADX WRITE ON CNVRPT FILE'.
080900     ADD 1 TO CNV-LINE-CTR.
081000 4100-EXIT.  EXIT.
081100
081200 4000-DONE.
081300     EXIT.
081400
081500*================================================================*
081600*    SHARED ROUTINES                                              *
081700*================================================================*
081800 8000-ROUTINES  SECTION.
081900
082000*----------------------------------------------------------------*
082100*    SPLIT CSV-LINE INTO CSV-COL.  A COMMA INSIDE DOUBLE QUOTES   *
082200*    IS DATA, A DOUBLED QUOTE INSIDE QUOTES IS ONE QUOTE, AND     *
082300*    LEADING BLANKS OF A VALUE ARE DROPPED                        *
082400*----------------------------------------------------------------*
082500 8100-SPLIT-ROW.
082600     MOVE SPACES TO CSV-COLUMNS.
082700     MOVE 1   TO CSV-COL-CNT.
082800     MOVE 0   TO CSV-VALUE-LEN (1).
082900     MOVE 'N' TO CSV-QUOTE-SW CSV-SKIP-SW.
083000     MOVE 400 TO CSV-LEN.
083100     PERFORM 8110-FIND-END THRU 8110-EXIT
083200             UNTIL CSV-LEN = 0
083300                OR CSV-LINE (CSV-LEN:1) NOT = SPACE.
083400     PERFORM 8120-ONE-CHAR THRU 8120-EXIT
083500             VARYING CSV-POS FROM 1 BY 1
083600             UNTIL CSV-POS > CSV-LEN.
083700 8100-EXIT.  EXIT.
083800
083900 8110-FIND-END.
084000     SUBTRACT 1 FROM CSV-LEN.
084100 8110-EXIT.  EXIT.
084200
084300 8120-ONE-CHAR.
084400     IF CSV-SKIP-CHAR
084500         MOVE 'N' TO CSV-SKIP-SW
084600         GO TO 8120-EXIT.
084700     MOVE CSV-LINE (CSV-POS:1) TO CSV-CHAR.
084800
084900     IF CSV-CHAR NOT = '"'
085000         GO TO 8120-NOT-QUOTE.
085100     IF NOT CSV-IN-QUOTES
085200         MOVE 'Y' TO CSV-QUOTE-SW
085300         GO TO 8120-EXIT.
085400     MOVE SPACE TO CSV-NEXT-CHAR.
085500     IF CSV-POS < CSV-LEN
085600         MOVE CSV-LINE (CSV-POS + 1:1) TO CSV-NEXT-CHAR.
085700     IF CSV-NEXT-CHAR = '"'
085800         MOVE 'Y' TO CSV-SKIP-SW
085900         GO TO 8120-APPEND.
086000     MOVE 'N' TO CSV-QUOTE-SW.
086100     GO TO 8120-EXIT.
086200
086300 8120-NOT-QUOTE.
086400     IF CSV-CHAR = ',' AND NOT CSV-IN-QUOTES
086500         IF CSV-COL-CNT < CSV-COL-MAX
086600             ADD 1 TO CSV-COL-CNT
086700             MOVE 0 TO CSV-VALUE-LEN (CSV-COL-CNT)
086800         END-IF
086900         GO TO 8120-EXIT.
087000     IF CSV-CHAR = SPACE
087100        AND CSV-VALUE-LEN (CSV-COL-CNT) = 0
087200         GO TO 8120-EXIT.
087300
087400 8120-APPEND.
087500     IF CSV-VALUE-LEN (CSV-COL-CNT) < 60
087600         ADD 1 TO CSV-VALUE-LEN (CSV-COL-CNT)
087700         MOVE CSV-CHAR TO CSV-VALUE (CSV-COL-CNT)
087800                          (CSV-VALUE-LEN (CSV-COL-CNT):1).
087900 8120-EXIT.  EXIT.
088000
088100*----------------------------------------------------------------*
088200*    NUM-TEXT ('1.0234', '.5', '3') TO NUM-VALUE - AT MOST TWO    *
088300*    WHOLE AND FOUR DECIMAL DIGITS, NOTHING BUT DIGITS AND ONE    *
088400*    POINT                                                        *
088500*----------------------------------------------------------------*
088600 8200-PARSE-DECIMAL.
088700     MOVE 'N' TO NUM-OK-SW.
088800     MOVE 0   TO NUM-LEN NUM-INT-LEN NUM-DEC-LEN NUM-PARTS.
088900     INSPECT NUM-TEXT TALLYING NUM-LEN
089000             FOR CHARACTERS BEFORE INITIAL SPACE.
089100     IF NUM-LEN = 0 OR NUM-LEN > 7
089200         GO TO 8200-EXIT.
089300     IF NUM-TEXT (NUM-LEN + 1:60 - NUM-LEN) NOT = SPACES
089400         GO TO 8200-EXIT.
089500
089600     MOVE SPACES TO NUM-INT NUM-DEC.
089700     UNSTRING NUM-TEXT (1:NUM-LEN) DELIMITED BY '.'
089800         INTO NUM-INT COUNT IN NUM-INT-LEN
089900              NUM-DEC COUNT IN NUM-DEC-LEN
090000         TALLYING IN NUM-PARTS
090100         ON OVERFLOW GO TO 8200-EXIT
090200     END-UNSTRING.
090300     IF NUM-INT-LEN > 2 OR NUM-DEC-LEN > 4
090400        OR (NUM-INT-LEN = 0 AND NUM-DEC-LEN = 0)
090500         GO TO 8200-EXIT.
090600
090700     MOVE '000000' TO NUM-BUILD.
090800     IF NUM-INT-LEN > 0
090900         IF NUM-INT (1:NUM-INT-LEN) NOT NUMERIC
091000             GO TO 8200-EXIT
091100         ELSE
091200             COMPUTE NUM-START = 3 - NUM-INT-LEN
091300             MOVE NUM-INT (1:NUM-INT-LEN)
091400                  TO NUM-BUILD (NUM-START:NUM-INT-LEN).
091500     IF NUM-DEC-LEN > 0
091600         IF NUM-DEC (1:NUM-DEC-LEN) NOT NUMERIC
091700             GO TO 8200-EXIT
091800         ELSE
091900             MOVE NUM-DEC (1:NUM-DEC-LEN)
092000                  TO NUM-BUILD (3:NUM-DEC-LEN).
092100     MOVE 'Y' TO NUM-OK-SW.
092200 8200-EXIT.  EXIT.
092300
092400 8300-UPPER-COLUMN.
092500     MOVE CSV-VALUE (CSV-COL-SUB) TO CSV-UPPER.
092600     INSPECT CSV-UPPER CONVERTING
092700             'abcdefghijklmnopqrstuvwxyz'
092800          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
092900 8300-EXIT.  EXIT.
093000
093100 8700-WRITE-REFUSAL.
093200     IF CNV-LINE-CTR > 54
093300         PERFORM 8800-HEADINGS THRU 8800-EXIT.
093400     MOVE CNV-ROW-NO      TO CNL-ROW.
093500     MOVE CNV-REASON      TO CNL-REASON.
093600     MOVE CSV-LINE (1:80) TO CNL-TEXT.
093700     WRITE CNVRPT-LINE FROM CNV-REFUSE-LINE
093800                       AFTER ADVANCING 1.
093900     IF CNR-STAT1 > 0 DISPLAY ' BADX WRITE ON CNVRPT FILE'.
094000     ADD 1 TO CNV-LINE-CTR.
094100 8700-EXIT.  EXIT.
094200
094300 8800-HEADINGS.
094400     MOVE CNV-RUN-DATE TO CNH-RUN-DATE.
094500     MOVE CNV-EFFDATE  TO CNH-EFFDATE.
094600     WRITE CNVRPT-LINE FROM CNV-HEAD1
094700                       AFTER ADVANCING PAGE.
094800     IF CNR-STAT1 > 0 DISPLAY ' BADX WRITE ON CNVRPT FILE'.
094900     WRITE CNVRPT-LINE FROM CNV-HEAD2
095000                       AFTER ADVANCING 2.
095100     MOVE ALL '-' TO CNVRPT-LINE.
095200     WRITE CNVRPT-LINE AFTER ADVANCING 1.
095300     MOVE 4 TO CNV-LINE-CTR.
095400 8800-EXIT.  EXIT.
095500
095600 8900-WRITE-NOTE.
095700     WRITE CNVRPT-LINE FROM CNV-NOTE-LINE
095800                       AFTER ADVANCING 2.
095900     IF CNR-STAT1 > 0 DISPLAY ' BADX WRITE ON CNVRPT FILE'.
096000     ADD 2 TO CNV-LINE-CTR.
096100     DISPLAY '** ' CNL-NOTE.
096200 8900-EXIT.  EXIT.
