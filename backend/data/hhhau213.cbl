000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHHAU213.
000300
000400*----------------------------------------------------------------*
000500*  CLAIM-HISTORY KEYED MASTER - INTEGRITY AUDIT AND REPAIR        *
000600*                                                                 *
000700*  HISTKSDS IS UPDATED IN PLACE (HHHSU213, THE HIST OUTPUT OF     *
000800*  HHPST213) AND IS NO LONGER REBUILT FROM SCRATCH, SO A MISSED   *
000900*  POSTING STEP OR A RESTARTED JOB CAN LEAVE IT OUT OF STEP       *
001000*  WITH WHAT WAS PAID.  THIS PERIODIC AUDIT REBUILDS WHAT THE     *
001100*  MASTER OUGHT TO HOLD FROM THE PRICED SOURCES AND MATCHES IT    *
001200*  AGAINST THE MASTER KEY BY KEY (NPI + HIC + FROM DATE):         *
001300*    CLMLIB   - THE CUMULATIVE SAVED-OUTFILE LIBRARY, OLDEST      *
001400*               FILE FIRST.  THE POSTING RULES ARE HHHSU213'S -   *
001500*               CONTROL RECORDS PASS OVER, ONLY SETTLED RESULTS   *
001600*               COUNT, AND THE LAST SETTLED RESULT FOR A KEY IS   *
001700*               THE ONE THE MASTER SHOULD CARRY.  CLAIMS IN A     *
001800*               TEST-STAMPED FILE NEVER POST AND ARE PASSED OVER  *
001900*    ARCHSUM  - THE YEAR-STAMPED SUMMARIES HHARC213 AGED OFF THE  *
002000*               MASTER.  A KEY ON THE ARCHIVE IS ACCOUNTED FOR    *
002100*               AND IS NOT EXPECTED ON THE MASTER; THE ARCHIVED   *
002200*               IMAGE IS THE SOURCE FOR A KEY THE LIBRARY NO      *
002300*               LONGER HOLDS                                      *
002400*  EXCEPTIONS, EACH LISTED ON HAURPT WITH A REPAIR TRANSACTION    *
002500*  ON HAUREPR:                                                    *
002600*    MISSING FROM MASTER  A PAID LIBRARY RESULT, NOT ARCHIVED,    *
002700*                         WITH NO MASTER RECORD - ADD             *
002800*    NO PRICED SOURCE     A MASTER RECORD WITH NO LIBRARY OR      *
002900*                         ARCHIVE SOURCE - DELETE                 *
003000*    MISMATCH             THE RTC, THE TOTAL OR OUTLIER           *
003100*                         PAYMENT, OR THE DCN/PREDECESSOR DCN     *
003200*                         DIFFERS FROM THE SOURCE - REPLACE       *
003300*  ADD AND REPLACE TRANSACTIONS ARE WRITTEN APPROVED ('Y'); A     *
003400*  DELETE IS WRITTEN UNAPPROVED ('N') BECAUSE A PRUNED LIBRARY    *
003500*  ALSO LEAVES MASTER RECORDS WITHOUT A SOURCE.  THE OPERATOR     *
003600*  REVIEWS THE FILE, SETS OR CLEARS THE APPROVAL BYTE, AND        *
003700*  POSTS IT WITH THE POST FUNCTION.  POSTING APPLIES APPROVED     *
003800*  TRANSACTIONS ONLY, AND REFUSES ANY WHOSE MASTER RECORD HAS     *
003900*  CHANGED SINCE THE AUDIT (THE AUDITED IMAGE RIDES ON EVERY      *
004000*  TRANSACTION).                                                  *
004100*                                                                 *
004200*  HAUPARM  - (OPTIONAL) COLS 1-6  'AUDIT ' (DEFAULT) OR          *
004300*                                  'POST  '                       *
004400*  HISTKSDS - KEYED CLAIM-HISTORY MASTER (READ IN KEY ORDER BY    *
004500*             THE AUDIT, UPDATED BY KEY BY THE POST)              *
004600*  CLMLIB   - (OPTIONAL) SAVED-OUTFILE LIBRARY                    *
004700*  ARCHSUM  - (OPTIONAL) HHARC213 ARCHIVED SUMMARIES              *
004800*  HAUREPR  - REPAIR TRANSACTIONS (WRITTEN BY THE AUDIT, READ     *
004900*             BY THE POST)                                        *
005000*  HAURPT   - EXCEPTION/POSTING REPORT AND CONTROL COUNTS         *
005100*  RETURN CODE 4 - THE AUDIT FOUND EXCEPTIONS, OR THE POST        *
005200*                  REFUSED A TRANSACTION                          *
005300*             16 - MASTER UNAVAILABLE OR CONTROL TOTAL ERROR      *
005400*----------------------------------------------------------------*
005500
005600 DATE-COMPILED.
005700 ENVIRONMENT                     DIVISION.
005800
005900 CONFIGURATION                   SECTION.
006000 SOURCE-COMPUTER.                IBM-370.
006100 OBJECT-COMPUTER.                IBM-370.
006200
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500
006600     SELECT OPTIONAL HAUPARM ASSIGN TO UT-S-HAUPARM
006700         FILE STATUS IS HAP-STAT.
006800     SELECT HISTKSDS  ASSIGN TO HISTKSDS
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS HKS-KEY
007200         FILE STATUS IS HKS-STAT.
007300     SELECT OPTIONAL CLMLIB ASSIGN TO UT-S-CLMLIB
007400         FILE STATUS IS CLB-STAT.
007500     SELECT OPTIONAL ARCHSUM ASSIGN TO UT-S-ARCHSUM
007600         FILE STATUS IS ASM-STAT.
007700     SELECT HAUREPR   ASSIGN TO UT-S-HAUREPR
007800         FILE STATUS IS HRP-STAT.
007900     SELECT HAURPT    ASSIGN TO UT-S-HAURPT
008000         FILE STATUS IS HAR-STAT.
008100     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  HAUPARM
008600     RECORDING MODE IS F
008700     BLOCK CONTAINS 0 RECORDS
008800     LABEL RECORDS ARE STANDARD.
008900 01  HAUPARM-REC.
009000     05  HAP-FUNCTION           PIC X(06).
009100     05  FILLER                 PIC X(74).
009200
009300 FD  HISTKSDS
009400     LABEL RECORDS ARE STANDARD.
009500 01  HISTKSDS-REC.
009600     05  HKS-KEY.
009700         10  HKS-NPI            PIC X(10).
009800         10  HKS-HIC            PIC X(12).
009900         10  HKS-FROM-DATE      PIC X(08).
010000     05  HKS-DATA               PIC X(70).
010100
010200 FD  CLMLIB
010300     RECORDING MODE IS V
010310     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
010400     BLOCK CONTAINS 0 RECORDS
010500     LABEL RECORDS ARE STANDARD.
010600 01  CLMLIB-REC                 PIC X(1000).
010700
010800 FD  ARCHSUM
010900     RECORDING MODE IS F
011000     BLOCK CONTAINS 0 RECORDS
011100     LABEL RECORDS ARE STANDARD.
011200 01  ARCHSUM-REC.
011300     05  ASM-YEAR               PIC X(04).
011400     05  ASM-HIST-RECORD        PIC X(100).
011500     05  FILLER                 PIC X(04).
011600
011700*----------------------------------------------------------------*
011800*  REPAIR TRANSACTION - THE CORRECTED IMAGE TO POST AND THE       *
011900*  MASTER IMAGE AS AUDITED (SPACES FOR AN ADD)                    *
012000*----------------------------------------------------------------*
012100 FD  HAUREPR
012200     RECORDING MODE IS F
012300     BLOCK CONTAINS 0 RECORDS
012400     LABEL RECORDS ARE STANDARD.
012500 01  HAUREPR-REC.
012600     05  RPR-ACTION             PIC X(01).
012700         88  RPR-ADD                       VALUE 'A'.
012800         88  RPR-REPLACE                   VALUE 'R'.
012900         88  RPR-DELETE                    VALUE 'D'.
013000     05  FILLER                 PIC X(01).
013100     05  RPR-APPROVE            PIC X(01).
013200         88  RPR-APPROVED                  VALUE 'Y'.
013300     05  FILLER                 PIC X(01).
013400     05  RPR-REASON             PIC X(02).
013500         88  RPR-MISSING                   VALUE 'MM'.
013600         88  RPR-NO-SOURCE                 VALUE 'NS'.
013700         88  RPR-MISMATCH                  VALUE 'MX'.
013800     05  RPR-DIFF-RTC           PIC X(01).
013900     05  RPR-DIFF-PAY           PIC X(01).
014000     05  RPR-DIFF-DCN           PIC X(01).
014100     05  RPR-SOURCE             PIC X(01).
014200         88  RPR-FROM-LIBRARY              VALUE 'L'.
014300         88  RPR-FROM-ARCHIVE              VALUE 'A'.
014400     05  RPR-AUDIT-DATE         PIC X(08).
014500     05  FILLER                 PIC X(02).
014600     05  RPR-NEW-IMAGE.
014700         10  RPR-NEW-KEY        PIC X(30).
014800         10  FILLER             PIC X(70).
014900     05  RPR-OLD-IMAGE          PIC X(100).
015000
015100 FD  HAURPT
015200     RECORDING MODE IS F
015300     BLOCK CONTAINS 133 RECORDS
015400     LABEL RECORDS ARE STANDARD.
015500 01  HAURPT-LINE                PIC X(133).
015600
015700*----------------------------------------------------------------*
015800*  ONE EXPECTED-MASTER IMAGE PER SOURCE RECORD.  AN ARCHIVE       *
015900*  SUMMARY ('1') SORTS AHEAD OF THE LIBRARY RESULTS ('2') FOR     *
016000*  THE SAME KEY, AND THE LIBRARY RESULTS STAY IN FILE ORDER SO    *
016100*  THE LAST ONE OF A KEY IS THE ONE POSTED LAST                   *
016200*----------------------------------------------------------------*
016300 SD  SORTFILE.
016400 01  SORT-REC.
016500     05  SRT-IMAGE.
016600         10  SRT-KEY            PIC X(30).
016700         10  FILLER             PIC X(70).
016800     05  SRT-SOURCE             PIC X(01).
016900     05  SRT-SEQ                PIC 9(09).
017000
017100 WORKING-STORAGE SECTION.
017200 01  FILLER                     PIC X(40)  VALUE
017300     'HHHAU    - W O R K I N G   S T O R A G E'.
017400 01  HHHAU-VERSION              PIC X(07)  VALUE 'W2026.1'.
017500 01  EOF-CLB                    PIC 9(01)  VALUE 0.
017600 01  EOF-ASM                    PIC 9(01)  VALUE 0.
017700 01  EOF-HKS                    PIC 9(01)  VALUE 0.
017800 01  EOF-SRT                    PIC 9(01)  VALUE 0.
017900 01  EOF-HRP                    PIC 9(01)  VALUE 0.
018000 01  CLMLIB-CTR                 PIC 9(09)  VALUE 0.
018100 01  UNSETTLED-CTR              PIC 9(09)  VALUE 0.
018200 01  TEST-FILE-CTR              PIC 9(09)  VALUE 0.
018300 01  ARCHSUM-CTR                PIC 9(09)  VALUE 0.
018400 01  MASTER-CTR                 PIC 9(09)  VALUE 0.
018500 01  SOURCE-KEY-CTR             PIC 9(09)  VALUE 0.
018600 01  MATCHED-CTR                PIC 9(09)  VALUE 0.
018700 01  MISMATCH-CTR               PIC 9(09)  VALUE 0.
018800 01  MISSING-CTR                PIC 9(09)  VALUE 0.
018900 01  ARCHIVED-CTR               PIC 9(09)  VALUE 0.
019000 01  NO-SOURCE-CTR              PIC 9(09)  VALUE 0.
019100 01  HAUREPR-CTR                PIC 9(09)  VALUE 0.
019200 01  REPR-READ-CTR              PIC 9(09)  VALUE 0.
019300 01  POST-ADD-CTR               PIC 9(09)  VALUE 0.
019400 01  POST-REPL-CTR              PIC 9(09)  VALUE 0.
019500 01  POST-DEL-CTR               PIC 9(09)  VALUE 0.
019600 01  NOT-APPROVED-CTR           PIC 9(09)  VALUE 0.
019700 01  REFUSED-CTR                PIC 9(09)  VALUE 0.
019800 01  HAR-LINE-CTR               PIC 9(02)  VALUE 65.
019900 01  HAU-RUN-DATE               PIC X(08)  VALUE SPACES.
020000 01  HAU-FUNCTION-SW            PIC X(01)  VALUE 'A'.
020100     88  AUDIT-RUN                         VALUE 'A'.
020200     88  POST-RUN                          VALUE 'P'.
020300 01  HAU-FILE-MODE              PIC X(01)  VALUE 'P'.
020400     88  TEST-STAMPED-FILE                 VALUE 'T'.
020500 01  HAU-ARCHIVED-SW            PIC X(01)  VALUE 'N'.
020600     88  KEY-ARCHIVED                      VALUE 'Y'.
020700 01  HAU-REASON-TEXT            PIC X(24)  VALUE SPACES.
020800 01  HAP-STAT.
020900     05  HAP-STAT1              PIC X.
021000     05  HAP-STAT2              PIC X.
021100 01  HKS-STAT.
021200     05  HKS-STAT1              PIC X.
021300     05  HKS-STAT2              PIC X.
021400 01  CLB-STAT.
021500     05  CLB-STAT1              PIC X.
021600     05  CLB-STAT2              PIC X.
021700 01  ASM-STAT.
021800     05  ASM-STAT1              PIC X.
021900     05  ASM-STAT2              PIC X.
022000 01  HRP-STAT.
022100     05  HRP-STAT1              PIC X.
022200     05  HRP-STAT2              PIC X.
022300 01  HAR-STAT.
022400     05  HAR-STAT1              PIC X.
022500     05  HAR-STAT2              PIC X.
022600
022700*----------------------------------------------------------------*
022800*  MERGE KEYS - THE MASTER'S AND THE EXPECTED IMAGE'S.            *
022900*  HIGH-VALUES MARK A SIDE THAT HAS RUN OUT                       *
023000*----------------------------------------------------------------*
023100 01  MASTER-KEY                 PIC X(30)  VALUE LOW-VALUES.
023200 01  EXPECT-KEY                 PIC X(30)  VALUE LOW-VALUES.
023300 01  LAST-SRT-KEY               PIC X(30)  VALUE LOW-VALUES.
023400 01  EXPECT-SOURCE              PIC X(01)  VALUE SPACE.
023500 01  HOLD-SW                    PIC X(01)  VALUE 'N'.
023600     88  HOLD-PENDING                      VALUE 'Y'.
023700 01  HOLD-ARCHIVED-SW           PIC X(01)  VALUE 'N'.
023800 01  HOLD-SOURCE                PIC X(01)  VALUE SPACE.
023900 01  HOLD-IMAGE                 PIC X(100) VALUE SPACES.
024000
024100*----------------------------------------------------------------*
024200*  CLAIM-HISTORY MASTER RECORD - THE MASTER'S COPY AND THE        *
024300*  EXPECTED (SOURCE) COPY                                         *
024400*----------------------------------------------------------------*
024500 01  HIST-RECORD.
024600     05  HIST-KEY.
024700         10  HIST-NPI            PIC X(10).
024800         10  HIST-HIC            PIC X(12).
024900         10  HIST-FROM-DATE      PIC X(08).
025000     05  HIST-THRU-DATE          PIC X(08).
025100     05  HIST-PROV-NO            PIC X(06).
025200     05  HIST-TOB-CLASS          PIC X(01).
025300     05  HIST-PAY-RTC            PIC 99.
025400     05  HIST-TOTAL-PAYMENT      PIC 9(07)V9(02).
025500     05  HIST-OUTLIER-PAYMENT    PIC 9(07)V9(02).
025600     05  HIST-ADJ-IND            PIC X(01).
025700     05  HIST-ADMIT-DATE         PIC X(08).
025800     05  HIST-DCN                PIC X(08).
025900     05  HIST-PRED-DCN           PIC X(08).
026000     05  FILLER                  PIC X(10).
026100
026200 01  EXP-RECORD.
026300     05  EXP-KEY.
026400         10  EXP-NPI             PIC X(10).
026500         10  EXP-HIC             PIC X(12).
026600         10  EXP-FROM-DATE       PIC X(08).
026700     05  EXP-THRU-DATE           PIC X(08).
026800     05  EXP-PROV-NO             PIC X(06).
026900     05  EXP-TOB-CLASS           PIC X(01).
027000     05  EXP-PAY-RTC             PIC 99.
027100     05  EXP-TOTAL-PAYMENT       PIC 9(07)V9(02).
027200     05  EXP-OUTLIER-PAYMENT     PIC 9(07)V9(02).
027300     05  EXP-ADJ-IND             PIC X(01).
027400     05  EXP-ADMIT-DATE          PIC X(08).
027500     05  EXP-DCN                 PIC X(08).
027600     05  EXP-PRED-DCN            PIC X(08).
027700     05  FILLER                  PIC X(10).
027800
027900*----------------------------------------------------------------*
028000*  PRICED OUTFILE RECORD - ONLY THE FIELDS POSTED TO HISTORY      *
028100*  ARE NAMED, AS IN HHHSU213                                      *
028200*----------------------------------------------------------------*
028300 01  HHA-OUT-DATA.
028400     05  HHA-NPI                 PIC X(10).
028500     05  HHA-HIC                 PIC X(12).
028600     05  HHA-PROV-NO             PIC X(06).
028700     05  FILLER                  PIC X(28).
028800     05  HHA-TOB                 PIC X(03).
028900     05  FILLER                  PIC X(10).
029000     05  HHA-SERV-FROM-DATE      PIC X(08).
029100     05  HHA-SERV-THRU-DATE      PIC X(08).
029200     05  HHA-ADMIT-DATE          PIC X(08).
029300     05  FILLER                  PIC X(01).
029400     05  HHA-ADJ-IND             PIC X(01).
029500     05  FILLER                  PIC X(24).
029600     05  FILLER                  PIC X(282).
029700     05  HHA-PAY-RTC             PIC 99.
029800     05  FILLER                  PIC X(05).
029900     05  HHA-OUTLIER-PAYMENT     PIC 9(07)V9(02).
030000     05  HHA-TOTAL-PAYMENT       PIC 9(07)V9(02).
030100     05  FILLER                  PIC X(77).
030200     05  HHA-TOB-CLASS           PIC X(01).
030300     05  FILLER                  PIC X(130).
030400     05  HHA-DCN                 PIC X(08).
030500     05  HHA-PRED-DCN            PIC X(08).
030510*    VERSION 3 EXTENSION (BYTES 651-1000)
030520     05  HHA-V3-EXTENSION           PIC X(350).
030600
030700*----------------------------------------------------------------*
030800*  REPORT COMPONENTS                                              *
030900*----------------------------------------------------------------*
031000 01  HAR-HEAD1.
031100     05  FILLER                 PIC X(01)  VALUE SPACES.
031200     05  FILLER                 PIC X(44)  VALUE
031300        ' HHA CLAIM-HISTORY MASTER INTEGRITY AUDIT   '.
031400     05  FILLER                 PIC X(08)  VALUE
031500        'RUN OF  '.
031600     05  HAR-HEAD-DATE          PIC X(08).
031700     05  FILLER                 PIC X(03)  VALUE SPACES.
031800     05  HAR-HEAD-FUNC          PIC X(20).
031900
032000 01  HAR-HEAD2.
032100     05  FILLER                 PIC X(43)  VALUE
032200        ' ACT APR NPI        HIC          FROM      '.
032300     05  FILLER                 PIC X(47)  VALUE
032400        'EXCEPTION               MASTER: RTC     TOTAL  '.
032500     05  FILLER                 PIC X(36)  VALUE
032600        'DCN       SOURCE: RTC     TOTAL  DCN'.
032700
032800 01  HAR-DETAIL-LINE.
032900     05  FILLER                 PIC X(02)  VALUE SPACES.
033000     05  HAR-ACTION             PIC X(01).
033100     05  FILLER                 PIC X(03)  VALUE SPACES.
033200     05  HAR-APPROVE            PIC X(01).
033300     05  FILLER                 PIC X(02)  VALUE SPACES.
033400     05  HAR-NPI                PIC X(10).
033500     05  FILLER                 PIC X(01)  VALUE SPACES.
033600     05  HAR-HIC                PIC X(12).
033700     05  FILLER                 PIC X(01)  VALUE SPACES.
033800     05  HAR-FROM               PIC X(08).
033900     05  FILLER                 PIC X(02)  VALUE SPACES.
034000     05  HAR-REASON             PIC X(24).
034100     05  FILLER                 PIC X(08)  VALUE SPACES.
034200     05  HAR-MST-RTC            PIC X(02).
034300     05  FILLER                 PIC X(01)  VALUE SPACES.
034400     05  HAR-MST-TOTAL          PIC ZZZ,ZZ9.99.
034500     05  HAR-MST-TOTAL-X REDEFINES HAR-MST-TOTAL PIC X(10).
034600     05  FILLER                 PIC X(02)  VALUE SPACES.
034700     05  HAR-MST-DCN            PIC X(08).
034800     05  FILLER                 PIC X(10)  VALUE SPACES.
034900     05  HAR-SRC-RTC            PIC X(02).
035000     05  FILLER                 PIC X(01)  VALUE SPACES.
035100     05  HAR-SRC-TOTAL          PIC ZZZ,ZZ9.99.
035200     05  HAR-SRC-TOTAL-X REDEFINES HAR-SRC-TOTAL PIC X(10).
035300     05  FILLER                 PIC X(02)  VALUE SPACES.
035400     05  HAR-SRC-DCN            PIC X(08).
035500
035600 01  HAR-COUNT-LINE.
035700     05  FILLER                 PIC X(05)  VALUE SPACES.
035800     05  HAR-COUNT-LABEL        PIC X(36).
035900     05  HAR-COUNT              PIC ZZZ,ZZZ,ZZ9.
036000
036100**--------------------------------------------------------------
036200 PROCEDURE  DIVISION.
036300
036400 0000-MAINLINE  SECTION.
036500
036600     PERFORM 0500-GET-PARMS THRU 0500-EXIT.
036700
036800     IF POST-RUN
036900         PERFORM 5000-POST-REPAIRS
037000         GO TO 0000-STOP.
037100
037200     OPEN INPUT HISTKSDS.
037300     IF HKS-STAT1 NOT = '0'
037400         DISPLAY '** HHHAU213 - HISTKSDS OPEN FAILED - STATUS '
037500                 HKS-STAT
037600         MOVE 16 TO RETURN-CODE
037700         STOP RUN.
037800
037900     SORT SORTFILE
038000          ON ASCENDING KEY SRT-KEY
038100                           SRT-SOURCE
038200                           SRT-SEQ
038300          INPUT  PROCEDURE IS 1000-RELEASE-SOURCES
038400          OUTPUT PROCEDURE IS 2000-AUDIT-MASTER.
038500
038600     CLOSE HISTKSDS.
038700     PERFORM 3000-RUN-SUMMARY.
038800
038900     DISPLAY '-- PROGRAM HHHAU213  VERSION  ===> ' HHHAU-VERSION.
039000     DISPLAY '-- LIBRARY CLAIMS READ        ===> ' CLMLIB-CTR.
039100     DISPLAY '-- UNSETTLED RESULTS SKIPPED  ===> ' UNSETTLED-CTR.
039200     DISPLAY '-- TEST-FILE CLAIMS SKIPPED   ===> ' TEST-FILE-CTR.
039300     DISPLAY '-- ARCHIVE SUMMARIES READ     ===> ' ARCHSUM-CTR.
039400     DISPLAY '-- MASTER RECORDS READ        ===> ' MASTER-CTR.
039500     DISPLAY '-- MASTER RECORDS AGREEING    ===> ' MATCHED-CTR.
039600     DISPLAY '-- MISMATCHED MASTER RECORDS  ===> ' MISMATCH-CTR.
039700     DISPLAY '-- PAID, MISSING FROM MASTER  ===> ' MISSING-CTR.
039800     DISPLAY '-- MASTER, NO PRICED SOURCE   ===> ' NO-SOURCE-CTR.
039900     DISPLAY '-- ARCHIVED, NOT ON MASTER    ===> ' ARCHIVED-CTR.
040000     DISPLAY '-- REPAIR TRANSACTIONS OUT    ===> ' HAUREPR-CTR.
040100
040200     IF MISMATCH-CTR > 0 OR MISSING-CTR > 0 OR NO-SOURCE-CTR > 0
040300         MOVE 4 TO RETURN-CODE.
040400
040500*    EVERY MASTER RECORD AND EVERY SOURCE KEY IS ACCOUNTED FOR
040600*    EXACTLY ONCE
040700     IF MASTER-CTR NOT = (MATCHED-CTR + MISMATCH-CTR
040800                          + NO-SOURCE-CTR)
040900        OR SOURCE-KEY-CTR NOT = (MATCHED-CTR + MISMATCH-CTR
041000                                 + MISSING-CTR + ARCHIVED-CTR)
041100        OR HAUREPR-CTR NOT = (MISMATCH-CTR + MISSING-CTR
041200                              + NO-SOURCE-CTR)
041300         DISPLAY '** HHHAU213 CONTROL TOTAL ERROR **'
041400         MOVE 16 TO RETURN-CODE.
041500
041600 0000-STOP.
041700     STOP RUN.
041800
041900*================================================================*
042000*    RUN FUNCTION - AUDIT UNLESS THE CARD ASKS FOR THE POST       *
042100*================================================================*
042200 0500-GET-PARMS.
042300     ACCEPT HAU-RUN-DATE FROM DATE YYYYMMDD.
042400     OPEN INPUT HAUPARM.
042500     IF HAP-STAT1 = '0' OR HAP-STAT1 = '9'
042600         READ HAUPARM
042700             AT END MOVE SPACES TO HAUPARM-REC
042800         END-READ
042900         IF HAP-FUNCTION = 'POST  '
043000             MOVE 'P' TO HAU-FUNCTION-SW
043100         END-IF
043200         CLOSE HAUPARM.
043300 0500-EXIT.  EXIT.
043400
043500*================================================================*
043600*    RELEASE ONE EXPECTED IMAGE PER ARCHIVE SUMMARY AND PER       *
043700*    SETTLED LIBRARY RESULT                                       *
043800*================================================================*
043900 1000-RELEASE-SOURCES  SECTION.
044000
044100     OPEN INPUT ARCHSUM.
044200     IF ASM-STAT1 = '0' OR ASM-STAT1 = '9'
044300         PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT
044400                 UNTIL EOF-ASM = 1
044500         CLOSE ARCHSUM.
044600
044700     OPEN INPUT CLMLIB.
044800     IF CLB-STAT1 = '0' OR CLB-STAT1 = '9'
044900         PERFORM 1200-READ-LIBRARY THRU 1200-EXIT
045000                 UNTIL EOF-CLB = 1
045100         CLOSE CLMLIB.
045200     GO TO 1000-DONE.
045300
045400 1100-READ-ARCHIVE.
045500     READ ARCHSUM
045600          AT END   MOVE 1 TO EOF-ASM
045700                   GO TO 1100-EXIT.
045800
045900     ADD 1 TO ARCHSUM-CTR.
046000     MOVE ASM-HIST-RECORD TO SRT-IMAGE.
046100     MOVE '1'             TO SRT-SOURCE.
046200     MOVE ARCHSUM-CTR     TO SRT-SEQ.
046300     RELEASE SORT-REC.
046400 1100-EXIT.  EXIT.
046500
046600*    EACH SAVED OUTFILE IN THE LIBRARY OPENS WITH ITS OWN HEADER,
046700*    AND ITS RUN MODE HOLDS UNTIL THE NEXT HEADER
046800 1200-READ-LIBRARY.
046900     READ CLMLIB INTO HHA-OUT-DATA
047000          AT END   MOVE 1 TO EOF-CLB
047100                   GO TO 1200-EXIT.
047200
047300     IF HHA-NPI (1:8) = 'HHOUTHDR'
047400         MOVE HHA-OUT-DATA (78:1) TO HAU-FILE-MODE
047500         GO TO 1200-EXIT.
047600     IF HHA-NPI (1:8) = 'HHOUTTRL'
047700         GO TO 1200-EXIT.
047800
047900     ADD 1 TO CLMLIB-CTR.
048000
048100     IF TEST-STAMPED-FILE
048200         ADD 1 TO TEST-FILE-CTR
048300         GO TO 1200-EXIT.
048400
048500*    THE HHHSU213 SELECTION - SETTLED RESULTS ONLY, RTC 10 BEING
048600*    THE ONE REJECT BELOW 15
048700     IF (HHA-PAY-RTC NOT < 15
048800        AND HHA-PAY-RTC NOT = 32)
048900        OR HHA-PAY-RTC = 10
049000         ADD 1 TO UNSETTLED-CTR
049100         GO TO 1200-EXIT.
049200
049300     MOVE SPACES                TO EXP-RECORD.
049400     MOVE HHA-NPI               TO EXP-NPI.
049500     MOVE HHA-HIC               TO EXP-HIC.
049600     MOVE HHA-SERV-FROM-DATE    TO EXP-FROM-DATE.
049700     MOVE HHA-SERV-THRU-DATE    TO EXP-THRU-DATE.
049800     MOVE HHA-PROV-NO           TO EXP-PROV-NO.
049900     MOVE HHA-TOB-CLASS         TO EXP-TOB-CLASS.
050000     MOVE HHA-PAY-RTC           TO EXP-PAY-RTC.
050100     MOVE HHA-TOTAL-PAYMENT     TO EXP-TOTAL-PAYMENT.
050200     MOVE HHA-OUTLIER-PAYMENT   TO EXP-OUTLIER-PAYMENT.
050300     MOVE HHA-ADJ-IND           TO EXP-ADJ-IND.
050400     MOVE HHA-ADMIT-DATE        TO EXP-ADMIT-DATE.
050500     MOVE HHA-DCN               TO EXP-DCN.
050600     MOVE HHA-PRED-DCN          TO EXP-PRED-DCN.
050700
050800     MOVE EXP-RECORD      TO SRT-IMAGE.
050900     MOVE '2'             TO SRT-SOURCE.
051000     MOVE CLMLIB-CTR      TO SRT-SEQ.
051100     RELEASE SORT-REC.
051200 1200-EXIT.  EXIT.
051300
051400 1000-DONE.
051500     EXIT.
051600
051700*================================================================*
051800*    BALANCED MERGE OF THE MASTER, IN KEY ORDER, AGAINST ONE      *
051900*    EXPECTED IMAGE PER SOURCE KEY                                *
052000*================================================================*
052100 2000-AUDIT-MASTER  SECTION.
052200
052300     OPEN OUTPUT HAUREPR
052400                 HAURPT.
052500     MOVE 0 TO EOF-SRT.
052600
052700     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
052800     PERFORM 2200-NEXT-EXPECTED THRU 2200-EXIT.
052900
053000     PERFORM 2300-MATCH-ONE THRU 2300-EXIT
053100             UNTIL EOF-HKS = 1 AND EOF-SRT = 1.
053200
053300     CLOSE HAUREPR.
053400     GO TO 2000-DONE.
053500
053600 2100-READ-MASTER.
053700     READ HISTKSDS NEXT RECORD
053800          AT END   MOVE 1 TO EOF-HKS
053900                   MOVE HIGH-VALUES TO MASTER-KEY
054000                   GO TO 2100-EXIT.
054100
054200     ADD 1 TO MASTER-CTR.
054300     MOVE HISTKSDS-REC TO HIST-RECORD.
054400     MOVE HKS-KEY      TO MASTER-KEY.
054500 2100-EXIT.  EXIT.
054600
054700*    THE NEXT EXPECTED IMAGE - ONE KEY'S SORTED RECORDS ARE
054800*    GATHERED UNTIL THE KEY BREAKS.  THE LAST LIBRARY RESULT
054900*    WINS; THE ARCHIVE IMAGE STANDS ONLY WHEN THERE IS NONE
055000 2200-NEXT-EXPECTED.
055100     IF EOF-SRT = 1
055200         MOVE HIGH-VALUES TO EXPECT-KEY
055300         GO TO 2200-EXIT.
055400
055500     MOVE 'N' TO HOLD-SW.
055600     MOVE 'N' TO HOLD-ARCHIVED-SW.
055700     IF LAST-SRT-KEY NOT = LOW-VALUES
055800         PERFORM 2250-TAKE-SORTED THRU 2250-EXIT.
055900     PERFORM 2210-RETURN-ONE THRU 2210-EXIT
056000             UNTIL EOF-SRT = 1
056100                OR (HOLD-PENDING AND SRT-KEY NOT = LAST-SRT-KEY).
056200
056300     IF NOT HOLD-PENDING
056400         MOVE HIGH-VALUES TO EXPECT-KEY
056500         GO TO 2200-EXIT.
056600
056700     ADD 1 TO SOURCE-KEY-CTR.
056800     MOVE HOLD-IMAGE       TO EXP-RECORD.
056900     MOVE EXP-KEY          TO EXPECT-KEY.
057000     MOVE HOLD-SOURCE      TO EXPECT-SOURCE.
057100     MOVE HOLD-ARCHIVED-SW TO HAU-ARCHIVED-SW.
057200 2200-EXIT.  EXIT.
057300
057400 2210-RETURN-ONE.
057500     RETURN SORTFILE
057600          AT END   MOVE 1 TO EOF-SRT
057700                   GO TO 2210-EXIT.
057800
057900     IF HOLD-PENDING AND SRT-KEY NOT = LAST-SRT-KEY
058000         GO TO 2210-EXIT.
058100     PERFORM 2250-TAKE-SORTED THRU 2250-EXIT.
058200 2210-EXIT.  EXIT.
058300
058400*    THE RECORD LEFT IN THE SORT AREA AT A KEY BREAK OPENS THE
058500*    NEXT KEY
058600 2250-TAKE-SORTED.
058700     MOVE SRT-KEY TO LAST-SRT-KEY.
058800     MOVE 'Y'     TO HOLD-SW.
058900     MOVE SRT-IMAGE TO HOLD-IMAGE.
059000     IF SRT-SOURCE = '1'
059100         MOVE 'Y' TO HOLD-ARCHIVED-SW
059200         MOVE 'A' TO HOLD-SOURCE
059300     ELSE
059400         MOVE 'L' TO HOLD-SOURCE.
059500 2250-EXIT.  EXIT.
059600
059700*================================================================*
059800*    ONE MERGE STEP - LOWER KEY FIRST                             *
059900*      MASTER ONLY - NO PRICED SOURCE                             *
060000*      SOURCE ONLY - ARCHIVED, OR PAID AND MISSING FROM MASTER    *
060100*      BOTH - IN AGREEMENT, OR MISMATCHED                         *
060200*================================================================*
060300 2300-MATCH-ONE.
060400     IF MASTER-KEY < EXPECT-KEY
060500         PERFORM 2400-MASTER-ONLY THRU 2400-EXIT
060600         PERFORM 2100-READ-MASTER THRU 2100-EXIT
060700         GO TO 2300-EXIT.
060800
060900     IF EXPECT-KEY < MASTER-KEY
061000         PERFORM 2500-SOURCE-ONLY THRU 2500-EXIT
061100         PERFORM 2200-NEXT-EXPECTED THRU 2200-EXIT
061200         GO TO 2300-EXIT.
061300
061400     PERFORM 2600-MATCHED THRU 2600-EXIT.
061500     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
061600     PERFORM 2200-NEXT-EXPECTED THRU 2200-EXIT.
061700 2300-EXIT.  EXIT.
061800
061900 2400-MASTER-ONLY.
062000     ADD 1 TO NO-SOURCE-CTR.
062100     MOVE SPACES           TO HAUREPR-REC.
062200     MOVE 'D'              TO RPR-ACTION.
062300     MOVE 'N'              TO RPR-APPROVE.
062400     MOVE 'NS'             TO RPR-REASON.
062500     MOVE HIST-RECORD      TO RPR-NEW-IMAGE.
062600     MOVE HIST-RECORD      TO RPR-OLD-IMAGE.
062700     MOVE 'NO PRICED SOURCE'      TO HAU-REASON-TEXT.
062800     PERFORM 2700-WRITE-REPAIR THRU 2700-EXIT.
062900 2400-EXIT.  EXIT.
063000
063100 2500-SOURCE-ONLY.
063200     IF KEY-ARCHIVED
063300         ADD 1 TO ARCHIVED-CTR
063400         GO TO 2500-EXIT.
063500
063600     ADD 1 TO MISSING-CTR.
063700     MOVE SPACES           TO HAUREPR-REC.
063800     MOVE 'A'              TO RPR-ACTION.
063900     MOVE 'Y'              TO RPR-APPROVE.
064000     MOVE 'MM'             TO RPR-REASON.
064100     MOVE EXPECT-SOURCE    TO RPR-SOURCE.
064200     MOVE EXP-RECORD       TO RPR-NEW-IMAGE.
064300     MOVE 'MISSING FROM MASTER'   TO HAU-REASON-TEXT.
064400     PERFORM 2700-WRITE-REPAIR THRU 2700-EXIT.
064500 2500-EXIT.  EXIT.
064600
064700 2600-MATCHED.
064800     MOVE SPACES           TO HAUREPR-REC.
064900     MOVE 'MISMATCH'       TO HAU-REASON-TEXT.
065000     IF HIST-PAY-RTC NOT = EXP-PAY-RTC
065100         MOVE 'Y'   TO RPR-DIFF-RTC
065200         MOVE 'RTC' TO HAU-REASON-TEXT (10:3).
065300     IF HIST-TOTAL-PAYMENT NOT = EXP-TOTAL-PAYMENT
065400        OR HIST-OUTLIER-PAYMENT NOT = EXP-OUTLIER-PAYMENT
065500         MOVE 'Y'   TO RPR-DIFF-PAY
065600         MOVE 'PAY' TO HAU-REASON-TEXT (14:3).
065700     IF HIST-DCN NOT = EXP-DCN
065800        OR HIST-PRED-DCN NOT = EXP-PRED-DCN
065900         MOVE 'Y'   TO RPR-DIFF-DCN
066000         MOVE 'DCN' TO HAU-REASON-TEXT (18:3).
066100
066200     IF RPR-DIFF-RTC = SPACE
066300        AND RPR-DIFF-PAY = SPACE
066400        AND RPR-DIFF-DCN = SPACE
066500         ADD 1 TO MATCHED-CTR
066600         GO TO 2600-EXIT.
066700
066800     ADD 1 TO MISMATCH-CTR.
066900     MOVE 'R'              TO RPR-ACTION.
067000     MOVE 'Y'              TO RPR-APPROVE.
067100     MOVE 'MX'             TO RPR-REASON.
067200     MOVE EXPECT-SOURCE    TO RPR-SOURCE.
067300     MOVE EXP-RECORD       TO RPR-NEW-IMAGE.
067400     MOVE HIST-RECORD      TO RPR-OLD-IMAGE.
067500     PERFORM 2700-WRITE-REPAIR THRU 2700-EXIT.
067600 2600-EXIT.  EXIT.
067700
067800 2700-WRITE-REPAIR.
067900     MOVE HAU-RUN-DATE     TO RPR-AUDIT-DATE.
068000     WRITE HAUREPR-REC.
068100     IF HRP-STAT1 > 0 DISPLAY ' BADX WRITE ON HAUREPR FILE'.
068200     ADD 1 TO HAUREPR-CTR.
068300     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
068400 2700-EXIT.  EXIT.
068500
068600*    ONE REPORT LINE PER TRANSACTION - THE MASTER SIDE FROM THE
068700*    AUDITED IMAGE, THE SOURCE SIDE FROM THE IMAGE TO POST
068800 2800-WRITE-DETAIL.
068900     IF HAR-LINE-CTR > 54
069000         PERFORM 2900-HEADINGS THRU 2900-EXIT.
069100     MOVE RPR-ACTION       TO HAR-ACTION.
069200     MOVE RPR-APPROVE      TO HAR-APPROVE.
069300     MOVE RPR-NEW-KEY (1:10)  TO HAR-NPI.
069400     MOVE RPR-NEW-KEY (11:12) TO HAR-HIC.
069500     MOVE RPR-NEW-KEY (23:8)  TO HAR-FROM.
069600     MOVE HAU-REASON-TEXT  TO HAR-REASON.
069700
069800     IF RPR-OLD-IMAGE = SPACES
069900         MOVE SPACES TO HAR-MST-RTC
070000         MOVE SPACES TO HAR-MST-TOTAL-X
070100         MOVE SPACES TO HAR-MST-DCN
070200     ELSE
070300         MOVE RPR-OLD-IMAGE TO HIST-RECORD
070400         MOVE HIST-PAY-RTC       TO HAR-MST-RTC
070500         MOVE HIST-TOTAL-PAYMENT TO HAR-MST-TOTAL
070600         MOVE HIST-DCN           TO HAR-MST-DCN.
070700
070800     IF RPR-DELETE
070900         MOVE SPACES TO HAR-SRC-RTC
071000         MOVE SPACES TO HAR-SRC-TOTAL-X
071100         MOVE SPACES TO HAR-SRC-DCN
071200     ELSE
071300         MOVE RPR-NEW-IMAGE TO EXP-RECORD
071400         MOVE EXP-PAY-RTC       TO HAR-SRC-RTC
071500         MOVE EXP-TOTAL-PAYMENT TO HAR-SRC-TOTAL
071600         MOVE EXP-DCN           TO HAR-SRC-DCN.
071700
071800     WRITE HAURPT-LINE FROM HAR-DETAIL-LINE
071900                       AFTER ADVANCING 1.
072000     IF HAR-STAT1 > 0 DISPLAY ' BADX WRITE ON HAURPT FILE'.
072100     ADD 1 TO HAR-LINE-CTR.
072200 2800-EXIT.  EXIT.
072300
072400 2900-HEADINGS.
072500     MOVE HAU-RUN-DATE TO HAR-HEAD-DATE.
072600     IF POST-RUN
072700         MOVE 'REPAIR POSTING' TO HAR-HEAD-FUNC
072800     ELSE
072900         MOVE 'AUDIT EXCEPTIONS' TO HAR-HEAD-FUNC.
073000     WRITE HAURPT-LINE FROM HAR-HEAD1
073100                       AFTER ADVANCING PAGE.
073200     IF HAR-STAT1 > 0 DISPLAY ' BADX WRITE ON HAURPT FILE'.
073300     WRITE HAURPT-LINE FROM HAR-HEAD2
073400                       AFTER ADVANCING 2.
073500     MOVE ALL '-' TO HAURPT-LINE.
073600     WRITE HAURPT-LINE AFTER ADVANCING 1.
073700     MOVE 5 TO HAR-LINE-CTR.
073800 2900-EXIT.  EXIT.
073900
074000 2000-DONE.
074100     EXIT.
074200
074300*================================================================*
074400*    CONTROL COUNTS AT THE FOOT OF THE REPORT                     *
074500*================================================================*
074600 3000-RUN-SUMMARY  SECTION.
074700
074800     IF HAR-LINE-CTR > 40
074900         PERFORM 2900-HEADINGS THRU 2900-EXIT.
075000     MOVE SPACES TO HAURPT-LINE.
075100     WRITE HAURPT-LINE AFTER ADVANCING 1.
075200
075300     IF POST-RUN
075400         GO TO 3000-POST-COUNTS.
075500
075600     MOVE 'LIBRARY CLAIMS READ'       TO HAR-COUNT-LABEL.
075700     MOVE CLMLIB-CTR                  TO HAR-COUNT.
075800     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
075900     MOVE '  UNSETTLED RESULTS'       TO HAR-COUNT-LABEL.
076000     MOVE UNSETTLED-CTR               TO HAR-COUNT.
076100     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
076200     MOVE '  IN TEST-STAMPED FILES'   TO HAR-COUNT-LABEL.
076300     MOVE TEST-FILE-CTR               TO HAR-COUNT.
076400     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
076500     MOVE 'ARCHIVE SUMMARIES READ'    TO HAR-COUNT-LABEL.
076600     MOVE ARCHSUM-CTR                 TO HAR-COUNT.
076700     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
076800     MOVE 'SOURCE KEYS'               TO HAR-COUNT-LABEL.
076900     MOVE SOURCE-KEY-CTR              TO HAR-COUNT.
077000     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
077100     MOVE 'MASTER RECORDS READ'       TO HAR-COUNT-LABEL.
077200     MOVE MASTER-CTR                  TO HAR-COUNT.
077300     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
077400     MOVE '  IN AGREEMENT WITH SOURCE' TO HAR-COUNT-LABEL.
077500     MOVE MATCHED-CTR                 TO HAR-COUNT.
077600     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
077700     MOVE '  MISMATCHED - REPLACE'    TO HAR-COUNT-LABEL.
077800     MOVE MISMATCH-CTR                TO HAR-COUNT.
077900     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
078000     MOVE '  NO PRICED SOURCE - DELETE' TO HAR-COUNT-LABEL.
078100     MOVE NO-SOURCE-CTR               TO HAR-COUNT.
078200     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
078300     MOVE 'PAID, MISSING FROM MASTER - ADD' TO HAR-COUNT-LABEL.
078400     MOVE MISSING-CTR                 TO HAR-COUNT.
078500     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
078600     MOVE 'ARCHIVED, NOT ON MASTER'   TO HAR-COUNT-LABEL.
078700     MOVE ARCHIVED-CTR                TO HAR-COUNT.
078800     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
078900     MOVE 'REPAIR TRANSACTIONS WRITTEN' TO HAR-COUNT-LABEL.
079000     MOVE HAUREPR-CTR                 TO HAR-COUNT.
079100     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
079200     GO TO 3000-CLOSE.
079300
079400 3000-POST-COUNTS.
079500     MOVE 'REPAIR TRANSACTIONS READ'  TO HAR-COUNT-LABEL.
079600     MOVE REPR-READ-CTR               TO HAR-COUNT.
079700     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
079800     MOVE '  ADDED'                   TO HAR-COUNT-LABEL.
079900     MOVE POST-ADD-CTR                TO HAR-COUNT.
080000     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
080100     MOVE '  REPLACED'                TO HAR-COUNT-LABEL.
080200     MOVE POST-REPL-CTR               TO HAR-COUNT.
080300     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
080400     MOVE '  DELETED'                 TO HAR-COUNT-LABEL.
080500     MOVE POST-DEL-CTR                TO HAR-COUNT.
080600     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
080700     MOVE '  NOT APPROVED'            TO HAR-COUNT-LABEL.
080800     MOVE NOT-APPROVED-CTR            TO HAR-COUNT.
080900     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
081000     MOVE '  REFUSED'                 TO HAR-COUNT-LABEL.
081100     MOVE REFUSED-CTR                 TO HAR-COUNT.
081200     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.
081300
081400 3000-CLOSE.
081500     CLOSE HAURPT.
081600     GO TO 3000-DONE.
081700
081800 3100-WRITE-COUNT.
081900     WRITE HAURPT-LINE FROM HAR-COUNT-LINE
082000                       AFTER ADVANCING 1.
082100     IF HAR-STAT1 > 0 DISPLAY ' BADX WRITE ON HAURPT FILE'.
082200     ADD 1 TO HAR-LINE-CTR.
082300 3100-EXIT.  EXIT.
082400
082500 3000-DONE.
082600     EXIT.
082700
082800*================================================================*
082900*    POST THE REVIEWED REPAIR FILE TO THE MASTER BY KEY.  ONLY    *
083000*    APPROVED TRANSACTIONS POST, AND A REPLACE OR DELETE WHOSE    *
083100*    MASTER RECORD NO LONGER MATCHES THE AUDITED IMAGE - OR AN    *
083200*    ADD WHOSE KEY HAS SINCE ARRIVED - IS REFUSED, NOT FORCED     *
083300*================================================================*
083400 5000-POST-REPAIRS  SECTION.
083500
083600     OPEN INPUT HAUREPR.
083700     OPEN I-O   HISTKSDS.
083800     IF HKS-STAT1 NOT = '0'
083900         DISPLAY '** HHHAU213 - HISTKSDS OPEN FAILED - STATUS '
084000                 HKS-STAT
084100         MOVE 16 TO RETURN-CODE
084200         STOP RUN.
084300     OPEN OUTPUT HAURPT.
084400
084500     PERFORM 5100-POST-ONE THRU 5100-EXIT
084600             UNTIL EOF-HRP = 1.
084700
084800     CLOSE HAUREPR.
084900     CLOSE HISTKSDS.
085000     PERFORM 3000-RUN-SUMMARY.
085100
085200     DISPLAY '-- PROGRAM HHHAU213  VERSION  ===> ' HHHAU-VERSION.
085300     DISPLAY '-- REPAIR TRANSACTIONS READ   ===> ' REPR-READ-CTR.
085400     DISPLAY '-- MASTER RECORDS ADDED       ===> ' POST-ADD-CTR.
085500     DISPLAY '-- MASTER RECORDS REPLACED    ===> ' POST-REPL-CTR.
085600     DISPLAY '-- MASTER RECORDS DELETED     ===> ' POST-DEL-CTR.
085700     DISPLAY '-- NOT APPROVED               ===> '
085800             NOT-APPROVED-CTR.
085900     DISPLAY '-- REFUSED                    ===> ' REFUSED-CTR.
086000
086100     IF REFUSED-CTR > 0
086200         MOVE 4 TO RETURN-CODE.
086300
086400     IF REPR-READ-CTR NOT = (POST-ADD-CTR + POST-REPL-CTR
086500                             + POST-DEL-CTR + NOT-APPROVED-CTR
086600                             + REFUSED-CTR)
086700         DISPLAY '** HHHAU213 CONTROL TOTAL ERROR **'
086800         MOVE 16 TO RETURN-CODE.
086900     GO TO 5000-DONE.
087000
087100 5100-POST-ONE.
087200     READ HAUREPR
087300          AT END   MOVE 1 TO EOF-HRP
087400                   GO TO 5100-EXIT.
087500
087600     ADD 1 TO REPR-READ-CTR.
087700
087800     IF NOT RPR-APPROVED
087900         ADD 1 TO NOT-APPROVED-CTR
088000         MOVE 'NOT APPROVED'          TO HAU-REASON-TEXT
088100         PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
088200         GO TO 5100-EXIT.
088300
088400     IF NOT RPR-ADD AND NOT RPR-REPLACE AND NOT RPR-DELETE
088500         MOVE 'REFUSED - BAD ACTION'  TO HAU-REASON-TEXT
088600         PERFORM 5900-REFUSE THRU 5900-EXIT
088700         GO TO 5100-EXIT.
088800
088900     MOVE RPR-NEW-KEY TO HKS-KEY.
089000     READ HISTKSDS
089100         INVALID KEY
089200             MOVE SPACES TO HISTKSDS-REC
089300     END-READ.
089400
089500     IF RPR-ADD
089600         PERFORM 5200-POST-ADD THRU 5200-EXIT
089700     ELSE
089800     IF RPR-REPLACE
089900         PERFORM 5300-POST-REPLACE THRU 5300-EXIT
090000     ELSE
090100         PERFORM 5400-POST-DELETE THRU 5400-EXIT.
090200 5100-EXIT.  EXIT.
090300
090400 5200-POST-ADD.
090500     IF HISTKSDS-REC NOT = SPACES
090600         MOVE 'REFUSED - NOW ON MASTER' TO HAU-REASON-TEXT
090700         PERFORM 5900-REFUSE THRU 5900-EXIT
090800         GO TO 5200-EXIT.
090900
091000     MOVE RPR-NEW-IMAGE TO HISTKSDS-REC.
091100     WRITE HISTKSDS-REC
091200         INVALID KEY
091300             DISPLAY '** HHHAU213 - WRITE FAILED - KEY ' HKS-KEY
091400             MOVE 16 TO RETURN-CODE
091500     END-WRITE.
091600     ADD 1 TO POST-ADD-CTR.
091700     MOVE 'ADDED'                     TO HAU-REASON-TEXT.
091800     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
091900 5200-EXIT.  EXIT.
092000
092100 5300-POST-REPLACE.
092200     IF HISTKSDS-REC NOT = RPR-OLD-IMAGE
092300         MOVE 'REFUSED - MASTER CHANGED' TO HAU-REASON-TEXT
092400         PERFORM 5900-REFUSE THRU 5900-EXIT
092500         GO TO 5300-EXIT.
092600
092700     MOVE RPR-NEW-IMAGE TO HISTKSDS-REC.
092800     REWRITE HISTKSDS-REC
092900         INVALID KEY
093000             DISPLAY '** HHHAU213 - REWRITE FAILED - KEY ' HKS-KEY
093100             MOVE 16 TO RETURN-CODE
093200     END-REWRITE.
093300     ADD 1 TO POST-REPL-CTR.
093400     MOVE 'REPLACED'                  TO HAU-REASON-TEXT.
093500     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
093600 5300-EXIT.  EXIT.
093700
093800 5400-POST-DELETE.
093900     IF HISTKSDS-REC NOT = RPR-OLD-IMAGE
094000         MOVE 'REFUSED - MASTER CHANGED' TO HAU-REASON-TEXT
094100         PERFORM 5900-REFUSE THRU 5900-EXIT
094200         GO TO 5400-EXIT.
094300
094400     DELETE HISTKSDS RECORD
094500         INVALID KEY
094600             DISPLAY '** HHHAU213 - DELETE FAILED - KEY ' HKS-KEY
094700             MOVE 16 TO RETURN-CODE
094800     END-DELETE.
094900     ADD 1 TO POST-DEL-CTR.
095000     MOVE 'DELETED'                   TO HAU-REASON-TEXT.
095100     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
095200 5400-EXIT.  EXIT.
095300
095400 5900-REFUSE.
095500     ADD 1 TO REFUSED-CTR.
095600     DISPLAY '** HHHAU213 - REPAIR REFUSED - KEY ' RPR-NEW-KEY
095700             ' ' HAU-REASON-TEXT.
095800     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
095900 5900-EXIT.  EXIT.
096000
096100 5000-DONE.
096200     EXIT.
