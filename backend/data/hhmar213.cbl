000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHMAR213.
000300
000400*----------------------------------------------------------------*
000500*  MASS-ADJUSTMENT PROJECT CONTROL REPORT                         *
000600*                                                                 *
000700*  TIES A MASS-ADJUSTMENT PROJECT FROM SELECTION TO SETTLEMENT.   *
000800*  THE PROJECT CONTROL FILE WRITTEN BY HHMAJ213 SAYS WHICH        *
000900*  CLAIMS WERE SELECTED AND WHETHER AN ADJUSTMENT WAS GENERATED;  *
001000*  THE PRICED OUTFILE OF THE HHMGR213 RUN THAT TOOK THE MASSADJ   *
001100*  TRANSACTIONS SAYS HOW EACH ADJUSTMENT SETTLED.  THE TWO ARE    *
001200*  MATCHED ON THE NEW DCN (PROJECT ID + SEQUENCE).                *
001300*                                                                 *
001400*  EACH SELECTED CLAIM IS LISTED IN CONTROL-FILE ORDER AS         *
001500*  ADJUSTED, REJECTED IN PRICING (WITH THE RTC), NOT GENERATED    *
001600*  (WITH THE REASON) OR NOT YET PRICED, FOLLOWED BY THE PROJECT   *
001700*  TOTALS AND THE NET DOLLAR EFFECT OF THE ADJUSTED CLAIMS - THE  *
001800*  SUM OF THE NET ADJUSTMENT AMOUNTS HHMGR213 SETTLED.            *
001900*                                                                 *
002000*  MASSCTL  - THE PROJECT CONTROL FILE FROM HHMAJ213              *
002100*  PRICED   - (OPTIONAL) THE HHMGR213 OUTFILE(S) HOLDING THE      *
002200*             PROJECT'S ADJUSTMENTS, EACH BALANCED TO ITS TRAILER.*
002300*             WHEN ABSENT EVERY GENERATED CLAIM IS NOT YET PRICED *
002400*  MODECARD - (OPTIONAL) 'T' = TEST JOB: TEST-STAMPED OUTFILES ARE*
002500*             ACCEPTED; OTHERWISE ONE STOPS THE STEP (RC 16)      *
002600*  MAJRPT   - THE PROJECT CONTROL REPORT                          *
002700*----------------------------------------------------------------*
002800
002900 DATE-COMPILED.
003000 ENVIRONMENT                     DIVISION.
003100
003200 CONFIGURATION                   SECTION.
003300 SOURCE-COMPUTER.                IBM-370.
003400 OBJECT-COMPUTER.                IBM-370.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800
003900     SELECT MASSCTL   ASSIGN TO UT-S-MASSCTL
004000         FILE STATUS IS MCT-STAT.
004100     SELECT OPTIONAL PRICED ASSIGN TO UT-S-PRICED
004200         FILE STATUS IS PRC-STAT.
004300     SELECT OPTIONAL MODECARD ASSIGN TO UT-S-MODECARD
004400         FILE STATUS IS MDC-STAT.
004500     SELECT MAJRPT    ASSIGN TO UT-S-MAJRPT
004600         FILE STATUS IS MJR-STAT.
004700     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  MASSCTL
005200     RECORDING MODE IS F
005300     BLOCK CONTAINS 0 RECORDS
005400     LABEL RECORDS ARE STANDARD.
005500 01  MASSCTL-REC.
005600     05  MCT-REC-TYPE           PIC X(01).
005700     05  MCT-PROJECT-ID         PIC X(03).
005800     05  MCT-STATUS             PIC X(01).
005900         88  MCT-GENERATED         VALUE 'G'.
006000     05  MCT-REASON             PIC X(20).
006100     05  MCT-NPI                PIC X(10).
006200     05  MCT-HIC                PIC X(12).
006300     05  MCT-FROM-DATE          PIC X(08).
006400     05  MCT-PROV-NO            PIC X(06).
006500     05  MCT-CBSA               PIC X(05).
006600     05  MCT-HRG                PIC X(05).
006700     05  MCT-PRED-DCN           PIC X(08).
006800     05  MCT-NEW-DCN            PIC X(08).
006900     05  MCT-PRIOR-RTC          PIC X(02).
007000     05  MCT-PRIOR-TOTAL        PIC 9(07)V9(02).
007100     05  FILLER                 PIC X(22).
007200 01  MASSCTL-HEADER.
007300     05  MCH-REC-TYPE           PIC X(01).
007400     05  MCH-PROJECT-ID         PIC X(03).
007500     05  MCH-RUN-DATE           PIC X(08).
007600     05  MCH-DESCRIPTION        PIC X(40).
007700     05  MCH-CRITERIA-CNT       PIC 9(03).
007800     05  FILLER                 PIC X(65).
007900
008000 FD  PRICED
008100     LABEL RECORDS ARE STANDARD
008200     RECORDING MODE IS V
008210     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
008300     BLOCK CONTAINS 0 RECORDS.
008400 01  PRICED-REC                 PIC X(1000).
008500
008600 FD  MODECARD
008700     RECORDING MODE IS F
008800     BLOCK CONTAINS 0 RECORDS
008900     LABEL RECORDS ARE STANDARD.
009000 01  MODECARD-REC.
009100     05  MDC-RUN-MODE           PIC X(01).
009200     05  FILLER                 PIC X(79).
009300
009400 FD  MAJRPT
009500     RECORDING MODE IS F
009600     BLOCK CONTAINS 133 RECORDS
009700     LABEL RECORDS ARE STANDARD.
009800 01  MAJRPT-LINE                PIC X(133).
009900
010000 SD  SORTFILE.
010100 01  SORT-REC.
010200     05  SRT-DCN                PIC X(08).
010300     05  SRT-LIB-SEQ            PIC 9(09).
010400     05  SRT-PAY-RTC            PIC 99.
010500     05  SRT-TOTAL-PAYMENT      PIC 9(07)V9(02).
010600     05  SRT-NET-ADJ-AMT        PIC S9(07)V9(02).
010700
010800 WORKING-STORAGE SECTION.
010900 01  FILLER                     PIC X(40)  VALUE
011000     'HHMAR    - W O R K I N G   S T O R A G E'.
011100 01  HHMAR-VERSION              PIC X(07)  VALUE 'R2026.1'.
011200 01  EOF-MCT                    PIC 9(01)  VALUE 0.
011300 01  EOF-PRC                    PIC 9(01)  VALUE 0.
011400 01  EOF-SRT                    PIC 9(01)  VALUE 0.
011500 01  HDR-SEEN-SW                PIC 9(01)  VALUE 0.
011600 01  TRL-SEEN-SW                PIC 9(01)  VALUE 0.
011700 01  OWN-RUN-MODE               PIC X(01)  VALUE 'P'.
011800 01  VAL-COUNT                  PIC 9(09)  VALUE 0.
011900 01  VAL-SUM-PAY                PIC 9(13)V9(02) VALUE 0.
012000 01  VAL-SUM-OUTL               PIC 9(13)V9(02) VALUE 0.
012100 01  VAL-TRL-REC.
012200     05  VAL-ID                 PIC X(08).
012300     05  VAL-RECORD-COUNT       PIC 9(09).
012400     05  VAL-TOTAL-PAY-SUM      PIC 9(13)V9(02).
012500     05  VAL-OUTLIER-SUM        PIC 9(13)V9(02).
012600     05  FILLER                 PIC X(603).
012700 01  SEGMENT-CTR                PIC 9(05)  VALUE 0.
012800 01  PRICED-CTR                 PIC 9(09)  VALUE 0.
012900 01  PROJECT-PRICED-CTR         PIC 9(09)  VALUE 0.
013000 01  MASSCTL-CTR                PIC 9(09)  VALUE 0.
013100 01  MAJRPT-CTR                 PIC 9(09)  VALUE 0.
013200 01  MAR-LINE-CTR               PIC 9(02)  VALUE 65.
013300 01  MAR-CURR-DATE              PIC X(08)  VALUE SPACES.
013400 01  MAR-PROJECT-ID             PIC X(03)  VALUE SPACES.
013500 01  MAR-DESCRIPTION            PIC X(40)  VALUE SPACES.
013600 01  MAR-SRT-KEY                PIC X(08)  VALUE SPACES.
013700 01  MAR-PRICED-SW              PIC X(01)  VALUE 'N'.
013800     88  MAR-PRICED-FOUND                  VALUE 'Y'.
013900 01  MAR-HOLD-RTC               PIC 99     VALUE 0.
014000     88  MAR-RTC-PAYABLE        VALUES 00 01 02 06 09 11 14 32.
014100 01  MAR-HOLD-TOTAL             PIC 9(07)V9(02) VALUE 0.
014200 01  MAR-HOLD-NET               PIC S9(07)V9(02) VALUE 0.
014300 01  MCT-STAT.
014400     05  MCT-STAT1              PIC X.
014500     05  MCT-STAT2              PIC X.
014600 01  PRC-STAT.
014700     05  PRC-STAT1              PIC X.
014800     05  PRC-STAT2              PIC X.
014900 01  MDC-STAT.
015000     05  MDC-STAT1              PIC X.
015100     05  MDC-STAT2              PIC X.
015200 01  MJR-STAT.
015300     05  MJR-STAT1              PIC X.
015400     05  MJR-STAT2              PIC X.
015500
015600*----------------------------------------------------------------*
015700*  PROJECT TOTALS                                                 *
015800*----------------------------------------------------------------*
015900 01  PROJECT-TOTALS.
016000     05  PJT-SELECTED           PIC 9(07).
016100     05  PJT-GENERATED          PIC 9(07).
016200     05  PJT-NOT-GENERATED      PIC 9(07).
016300     05  PJT-ADJUSTED           PIC 9(07).
016400     05  PJT-REJECTED           PIC 9(07).
016500     05  PJT-NOT-PRICED         PIC 9(07).
016600     05  PJT-NOT-ON-CONTROL     PIC 9(07).
016700     05  PJT-PRIOR-TOTAL        PIC 9(11)V9(02).
016800     05  PJT-NEW-TOTAL          PIC 9(11)V9(02).
016900     05  PJT-NET-EFFECT         PIC S9(11)V9(02).
017000
017100*----------------------------------------------------------------*
017200*  PRICED-CLAIM FIELDS THIS REPORT NEEDS                          *
017300*----------------------------------------------------------------*
017400 01  HHA-OUT-DATA.
017500     05  FILLER                  PIC X(401).
017600     05  HHA-PAY-RTC             PIC 99.
017700     05  FILLER                  PIC X(05).
017800     05  HHA-OUTLIER-PAYMENT     PIC 9(07)V9(02).
017900     05  HHA-TOTAL-PAYMENT       PIC 9(07)V9(02).
018000     05  FILLER                  PIC X(117).
018100     05  HHA-ORIG-TOTAL-PAYMENT  PIC 9(07)V9(02).
018200     05  HHA-NET-ADJ-AMT         PIC S9(07)V9(02).
018300     05  FILLER                  PIC X(72).
018400     05  HHA-CLAIM-CLASS         PIC X(01).
018500     05  HHA-DCN                 PIC X(08).
018600     05  HHA-PRED-DCN            PIC X(08).
018610*    VERSION 3 EXTENSION (BYTES 651-1000)
018620     05  HHA-V3-EXTENSION           PIC X(350).
018700
018800*----------------------------------------------------------------*
018900*  REPORT COMPONENTS                                              *
019000*----------------------------------------------------------------*
019100 01  MAR-HEAD1.
019200     05  FILLER                 PIC X(01)  VALUE SPACES.
019300     05  FILLER                 PIC X(40)  VALUE
019400        ' HHA MASS-ADJUSTMENT PROJECT CONTROL    '.
019500     05  FILLER                 PIC X(09)  VALUE 'PROJECT  '.
019600     05  MH1-PROJECT-ID         PIC X(03).
019700     05  FILLER                 PIC X(01)  VALUE SPACES.
019800     05  MH1-DESCRIPTION        PIC X(40).
019900     05  FILLER                 PIC X(11)  VALUE ' GENERATED '.
020000     05  MH1-GEN-DATE           PIC X(08).
020100     05  FILLER                 PIC X(10)  VALUE ' RUN DATE '.
020200     05  MH1-RUN-DATE           PIC X(08).
020300
020400 01  MAR-HEAD2.
020500     05  FILLER                 PIC X(41)  VALUE
020600        ' NPI        HIC          FROM     PROV   '.
020700     05  FILLER                 PIC X(44)  VALUE
020800        'CBSA  HRG   PRED DCN NEW DCN   PRIOR TOTAL  '.
020900     05  FILLER                 PIC X(32)  VALUE
021000        '  NEW TOTAL    NET EFFECT STATUS'.
021100
021200 01  MAR-DETAIL-LINE.
021300     05  FILLER                 PIC X(01)  VALUE SPACES.
021400     05  MDL-NPI                PIC X(10).
021500     05  FILLER                 PIC X(01)  VALUE SPACES.
021600     05  MDL-HIC                PIC X(12).
021700     05  FILLER                 PIC X(01)  VALUE SPACES.
021800     05  MDL-FROM-DATE          PIC X(08).
021900     05  FILLER                 PIC X(01)  VALUE SPACES.
022000     05  MDL-PROV-NO            PIC X(06).
022100     05  FILLER                 PIC X(01)  VALUE SPACES.
022200     05  MDL-CBSA               PIC X(05).
022300     05  FILLER                 PIC X(01)  VALUE SPACES.
022400     05  MDL-HRG                PIC X(05).
022500     05  FILLER                 PIC X(01)  VALUE SPACES.
022600     05  MDL-PRED-DCN           PIC X(08).
022700     05  FILLER                 PIC X(01)  VALUE SPACES.
022800     05  MDL-NEW-DCN            PIC X(08).
022900     05  FILLER                 PIC X(01)  VALUE SPACES.
023000     05  MDL-PRIOR-TOTAL        PIC Z,ZZZ,ZZ9.99.
023100     05  FILLER                 PIC X(01)  VALUE SPACES.
023200     05  MDL-NEW-TOTAL          PIC Z,ZZZ,ZZ9.99
023300                                           BLANK WHEN ZERO.
023400     05  FILLER                 PIC X(01)  VALUE SPACES.
023500     05  MDL-NET-EFFECT         PIC --,---,--9.99
023600                                           BLANK WHEN ZERO.
023700     05  FILLER                 PIC X(01)  VALUE SPACES.
023800     05  MDL-STATUS             PIC X(22).
023900
024000 01  MAR-TOTAL-LINE.
024100     05  FILLER                 PIC X(02)  VALUE SPACES.
024200     05  MTL-LABEL              PIC X(40).
024300     05  MTL-COUNT              PIC ZZZ,ZZ9.
024400     05  FILLER                 PIC X(03)  VALUE SPACES.
024500     05  MTL-AMOUNT             PIC ---,---,---,--9.99
024600                                           BLANK WHEN ZERO.
024700
024800 01  MAR-NONE-LINE.
024900     05  FILLER                 PIC X(02)  VALUE SPACES.
025000     05  FILLER                 PIC X(40)  VALUE
025100        'NO CLAIMS WERE SELECTED FOR THE PROJECT '.
025200
025300**--------------------------------------------------------------
025400 PROCEDURE  DIVISION.
025500
025600 0000-MAINLINE  SECTION.
025700
025800     ACCEPT MAR-CURR-DATE FROM DATE YYYYMMDD.
025900     INITIALIZE PROJECT-TOTALS.
026000     PERFORM 0900-GET-OWN-MODE THRU 0900-EXIT.
026100
026200     OPEN INPUT MASSCTL.
026300     IF MCT-STAT1 NOT = '0'
026400         DISPLAY '** HHMAR213 - MASSCTL WILL NOT OPEN - STATUS '
026500                 MCT-STAT
026600         MOVE 16 TO RETURN-CODE
026700         STOP RUN.
026800     READ MASSCTL
026900          AT END   MOVE SPACES TO MASSCTL-HEADER.
027000     IF MCH-REC-TYPE NOT = 'H'
027100         DISPLAY '** HHMAR213 - MASSCTL HAS NO PROJECT HEADER'
027200         MOVE 16 TO RETURN-CODE
027300         STOP RUN.
027400     MOVE MCH-PROJECT-ID     TO MAR-PROJECT-ID.
027500     MOVE MCH-PROJECT-ID     TO MH1-PROJECT-ID.
027600     MOVE MCH-DESCRIPTION    TO MH1-DESCRIPTION.
027700     MOVE MCH-DESCRIPTION    TO MAR-DESCRIPTION.
027800     MOVE MCH-RUN-DATE       TO MH1-GEN-DATE.
027900     MOVE MAR-CURR-DATE      TO MH1-RUN-DATE.
028000
028100     OPEN OUTPUT MAJRPT.
028200     SORT SORTFILE
028300          ON ASCENDING KEY SRT-DCN
028400                           SRT-LIB-SEQ
028500          INPUT  PROCEDURE IS 2000-READ-PRICED
028600          OUTPUT PROCEDURE IS 3000-WRITE-LISTING.
028700     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
028800     CLOSE MASSCTL
028900           MAJRPT.
029000
029100     DISPLAY '-- PROGRAM HHMAR213  VERSION  ===> ' HHMAR-VERSION.
029200     DISPLAY '-- PROJECT                    ===> ' MAR-PROJECT-ID
029300             ' ' MAR-DESCRIPTION.
029400     DISPLAY '-- PRICED DATASETS READ       ===> ' SEGMENT-CTR.
029500     DISPLAY '-- PRICED RECORDS READ        ===> ' PRICED-CTR.
029600     DISPLAY '-- PROJECT RECORDS PRICED     ===> '
029700             PROJECT-PRICED-CTR.
029800     DISPLAY '-- MASSCTL RECORDS READ       ===> ' MASSCTL-CTR.
029900     DISPLAY '-- CLAIMS SELECTED            ===> ' PJT-SELECTED.
030000     DISPLAY '-- CLAIMS ADJUSTED            ===> ' PJT-ADJUSTED.
030100     DISPLAY '-- REJECTED IN PRICING        ===> ' PJT-REJECTED.
030200     DISPLAY '-- NOT ADJUSTABLE             ===> '
030300             PJT-NOT-GENERATED.
030400     DISPLAY '-- NOT YET PRICED             ===> ' PJT-NOT-PRICED.
030500     DISPLAY '-- PRICED, NOT ON CONTROL     ===> '
030600             PJT-NOT-ON-CONTROL.
030700     DISPLAY '-- OUTPUT COUNTS FOR MAJRPT   ===> ' MAJRPT-CTR.
030800
030900     IF PJT-REJECTED > 0 OR PJT-NOT-PRICED > 0
031000        OR PJT-NOT-ON-CONTROL > 0
031100         MOVE 4 TO RETURN-CODE.
031200
031300     STOP RUN.
031400
031500 0900-GET-OWN-MODE.
031600     OPEN INPUT MODECARD.
031700     IF MDC-STAT1 = '0' OR MDC-STAT1 = '9'
031800         READ MODECARD
031900             AT END CONTINUE
032000         END-READ
032100         IF MDC-RUN-MODE = 'T'
032200             MOVE 'T' TO OWN-RUN-MODE
032300         END-IF
032400         CLOSE MODECARD.
032500 0900-EXIT.  EXIT.
032600
032700*================================================================*
032800*    READ THE PRICED OUTFILE(S) AND RELEASE THE PROJECT'S CLAIMS *
032900*================================================================*
033000 2000-READ-PRICED  SECTION.
033100
033200     OPEN INPUT PRICED.
033300     PERFORM 2100-READ-ONE THRU 2100-EXIT
033400             UNTIL EOF-PRC = 1.
033500     CLOSE PRICED.
033600     GO TO 2000-DONE.
033700
033800 2100-READ-ONE.
033900     READ PRICED INTO HHA-OUT-DATA
034000          AT END   MOVE 1 TO EOF-PRC
034100                   PERFORM 2300-CHECK-EOF THRU 2300-EXIT
034200                   GO TO 2100-EXIT.
034300
034400     IF HHA-OUT-DATA (1:8) = 'HHOUTHDR'
034500        PERFORM 2150-TAKE-HEADER THRU 2150-EXIT
034600        GO TO 2100-EXIT.
034700
034800     IF HDR-SEEN-SW = 0
034900        DISPLAY '** HHMAR213 - PRICED HAS NO HEADER RECORD **'
035000        DISPLAY '** NOT A PRICED OUTFILE - STOPPED **'
035100        MOVE 16 TO RETURN-CODE
035200        STOP RUN.
035300
035400     IF HHA-OUT-DATA (1:8) = 'HHOUTTRL'
035500        PERFORM 2200-CHECK-TRAILER THRU 2200-EXIT
035600        GO TO 2100-EXIT.
035700
035800     ADD 1 TO PRICED-CTR.
035900     ADD 1 TO VAL-COUNT.
036000     ADD HHA-TOTAL-PAYMENT   TO VAL-SUM-PAY.
036100     ADD HHA-OUTLIER-PAYMENT TO VAL-SUM-OUTL.
036200
036300     IF HHA-DCN (1:3) NOT = MAR-PROJECT-ID
036400         GO TO 2100-EXIT.
036500     ADD 1 TO PROJECT-PRICED-CTR.
036600     MOVE HHA-DCN              TO SRT-DCN.
036700     MOVE PRICED-CTR           TO SRT-LIB-SEQ.
036800     MOVE HHA-PAY-RTC          TO SRT-PAY-RTC.
036900     MOVE HHA-TOTAL-PAYMENT    TO SRT-TOTAL-PAYMENT.
037000     MOVE HHA-NET-ADJ-AMT      TO SRT-NET-ADJ-AMT.
037100     RELEASE SORT-REC.
037200 2100-EXIT.  EXIT.
037300
037400 2150-TAKE-HEADER.
037500     ADD 1 TO SEGMENT-CTR.
037600     IF HHA-OUT-DATA (78:1) = 'T'
037700        AND OWN-RUN-MODE NOT = 'T'
037800         DISPLAY '** HHMAR213 - TEST-STAMPED OUTFILE REFUSED'
037900         DISPLAY '** THIS JOB IS NOT IN TEST MODE - STOPPED'
038000         MOVE 16 TO RETURN-CODE
038100         STOP RUN.
038200     MOVE 1 TO HDR-SEEN-SW.
038300     MOVE 0 TO TRL-SEEN-SW.
038400     MOVE 0 TO VAL-COUNT.
038500     MOVE 0 TO VAL-SUM-PAY.
038600     MOVE 0 TO VAL-SUM-OUTL.
038700 2150-EXIT.  EXIT.
038800
038900 2200-CHECK-TRAILER.
039000     MOVE 1 TO TRL-SEEN-SW.
039100     MOVE HHA-OUT-DATA (1:650) TO VAL-TRL-REC.
039200     IF VAL-RECORD-COUNT NOT = VAL-COUNT
039300        OR VAL-TOTAL-PAY-SUM NOT = VAL-SUM-PAY
039400        OR VAL-OUTLIER-SUM NOT = VAL-SUM-OUTL
039500        DISPLAY '** HHMAR213 - PRICED TRAILER OUT OF BALANCE'
039600        DISPLAY '** DATASET ' SEGMENT-CTR
039700                ' TRAILER COUNT ' VAL-RECORD-COUNT
039800                ' READ ' VAL-COUNT
039900        MOVE 16 TO RETURN-CODE
040000        STOP RUN.
040100 2200-EXIT.  EXIT.
040200
040300*    AN ABSENT PRICED FILE IS NO DATASET AT ALL - NOT AN ERROR
040400 2300-CHECK-EOF.
040500     IF HDR-SEEN-SW = 1
040600        AND TRL-SEEN-SW = 0
040700        DISPLAY '** HHMAR213 - PRICED ENDED WITH NO TRAILER'
040800        MOVE 16 TO RETURN-CODE
040900        STOP RUN.
041000 2300-EXIT.  EXIT.
041100
041200 2000-DONE.
041300     EXIT.
041400
041500*================================================================*
041600*    LIST THE CONTROL FILE, SETTLING EACH GENERATED ADJUSTMENT   *
041700*    FROM THE PRICED RECORDS.  GENERATED DCNS ARE ASCENDING IN   *
041800*    THE CONTROL FILE, SO THE TWO ARE MATCHED IN ONE PASS        *
041900*================================================================*
042000 3000-WRITE-LISTING  SECTION.
042100
042200     MOVE 0 TO EOF-SRT.
042300     PERFORM 3150-RETURN-PRICED THRU 3150-EXIT.
042400     PERFORM 3100-READ-CONTROL THRU 3100-EXIT
042500             UNTIL EOF-MCT = 1.
042600*    WHATEVER IS LEFT CARRIES THE PROJECT ID BUT WAS NOT SELECTED
042700     PERFORM 3250-SKIP-PRICED THRU 3250-EXIT
042800             UNTIL EOF-SRT = 1.
042900     IF PJT-SELECTED = 0
043000         PERFORM 3900-HEADINGS THRU 3900-EXIT
043100         WRITE MAJRPT-LINE FROM MAR-NONE-LINE
043200                               AFTER ADVANCING 2
043300         PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
043400     GO TO 3000-DONE.
043500
043600 3100-READ-CONTROL.
043700     READ MASSCTL
043800          AT END   MOVE 1 TO EOF-MCT
043900                   GO TO 3100-EXIT.
044000     ADD 1 TO MASSCTL-CTR.
044100     IF MCT-REC-TYPE NOT = 'D'
044200         GO TO 3100-EXIT.
044300     ADD 1 TO PJT-SELECTED.
044400
044500     MOVE MCT-NPI                TO MDL-NPI.
044600     MOVE MCT-HIC                TO MDL-HIC.
044700     MOVE MCT-FROM-DATE          TO MDL-FROM-DATE.
044800     MOVE MCT-PROV-NO            TO MDL-PROV-NO.
044900     MOVE MCT-CBSA               TO MDL-CBSA.
045000     MOVE MCT-HRG                TO MDL-HRG.
045100     MOVE MCT-PRED-DCN           TO MDL-PRED-DCN.
045200     MOVE MCT-NEW-DCN            TO MDL-NEW-DCN.
045300     MOVE MCT-PRIOR-TOTAL        TO MDL-PRIOR-TOTAL.
045400     MOVE 0                      TO MDL-NEW-TOTAL.
045500     MOVE 0                      TO MDL-NET-EFFECT.
045600     MOVE SPACES                 TO MDL-STATUS.
045700
045800     IF NOT MCT-GENERATED
045900         ADD 1 TO PJT-NOT-GENERATED
046000         MOVE MCT-REASON         TO MDL-STATUS
046100         GO TO 3180-PRINT.
046200
046300     ADD 1 TO PJT-GENERATED.
046400     PERFORM 3200-FIND-PRICED THRU 3200-EXIT.
046500     IF NOT MAR-PRICED-FOUND
046600         ADD 1 TO PJT-NOT-PRICED
046700         MOVE 'NOT YET PRICED'   TO MDL-STATUS
046800         GO TO 3180-PRINT.
046900
047000     MOVE MAR-HOLD-TOTAL         TO MDL-NEW-TOTAL.
047100     IF NOT MAR-RTC-PAYABLE
047200         ADD 1 TO PJT-REJECTED
047300         STRING 'REJECTED RTC ' MAR-HOLD-RTC
047400                DELIMITED BY SIZE INTO MDL-STATUS
047500         GO TO 3180-PRINT.
047600
047700     ADD 1 TO PJT-ADJUSTED.
047800     ADD MCT-PRIOR-TOTAL         TO PJT-PRIOR-TOTAL.
047900     ADD MAR-HOLD-TOTAL          TO PJT-NEW-TOTAL.
048000     ADD MAR-HOLD-NET            TO PJT-NET-EFFECT.
048100     MOVE MAR-HOLD-NET           TO MDL-NET-EFFECT.
048200     MOVE 'ADJUSTED'             TO MDL-STATUS.
048300
048400 3180-PRINT.
048500     IF MAR-LINE-CTR > 54
048600         PERFORM 3900-HEADINGS THRU 3900-EXIT.
048700     WRITE MAJRPT-LINE FROM MAR-DETAIL-LINE
048800                           AFTER ADVANCING 1.
048900     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
049000     ADD 1 TO MAR-LINE-CTR.
049100 3100-EXIT.  EXIT.
049200
049300 3150-RETURN-PRICED.
049400     RETURN SORTFILE
049500          AT END   MOVE 1 TO EOF-SRT
049600                   MOVE HIGH-VALUES TO MAR-SRT-KEY
049700                   GO TO 3150-EXIT.
049800     MOVE SRT-DCN TO MAR-SRT-KEY.
049900 3150-EXIT.  EXIT.
050000
050100*    THE LAST PRICED RECORD FOR THE DCN SETTLES IT - A RECYCLED
050200*    CLAIM CAN APPEAR IN MORE THAN ONE OUTFILE
050300 3200-FIND-PRICED.
050400     MOVE 'N' TO MAR-PRICED-SW.
050500     PERFORM 3250-SKIP-PRICED THRU 3250-EXIT
050600             UNTIL MAR-SRT-KEY NOT < MCT-NEW-DCN.
050700     PERFORM 3300-TAKE-PRICED THRU 3300-EXIT
050800             UNTIL MAR-SRT-KEY NOT = MCT-NEW-DCN.
050900 3200-EXIT.  EXIT.
051000
051100 3250-SKIP-PRICED.
051200     ADD 1 TO PJT-NOT-ON-CONTROL.
051300     PERFORM 3150-RETURN-PRICED THRU 3150-EXIT.
051400 3250-EXIT.  EXIT.
051500
051600 3300-TAKE-PRICED.
051700     MOVE 'Y'                  TO MAR-PRICED-SW.
051800     MOVE SRT-PAY-RTC          TO MAR-HOLD-RTC.
051900     MOVE SRT-TOTAL-PAYMENT    TO MAR-HOLD-TOTAL.
052000     MOVE SRT-NET-ADJ-AMT      TO MAR-HOLD-NET.
052100     PERFORM 3150-RETURN-PRICED THRU 3150-EXIT.
052200 3300-EXIT.  EXIT.
052300
052400 3900-HEADINGS.
052500     WRITE MAJRPT-LINE FROM MAR-HEAD1
052600                           AFTER ADVANCING PAGE.
052700     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
052800     MOVE ALL '-' TO MAJRPT-LINE.
052900     WRITE MAJRPT-LINE AFTER ADVANCING 1.
053000     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
053100     WRITE MAJRPT-LINE FROM MAR-HEAD2
053200                           AFTER ADVANCING 2.
053300     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
053400     MOVE SPACES TO MAJRPT-LINE.
053500     WRITE MAJRPT-LINE AFTER ADVANCING 1.
053600     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
053700     MOVE 6 TO MAR-LINE-CTR.
053800 3900-EXIT.  EXIT.
053900
054000 3950-CHECK-WRITE.
054100     IF MJR-STAT1 > 0 DISPLAY ' BADR WRITE ON MAJRPT FILE'.
054200     ADD 1 TO MAJRPT-CTR.
054300 3950-EXIT.  EXIT.
054400
054500 3000-DONE.
054600     EXIT.
054700
054800*================================================================*
054900*    PROJECT TOTALS AND NET DOLLAR EFFECT                        *
055000*================================================================*
055100 4000-TOTALS  SECTION.
055200
055300 4000-PRINT-TOTALS.
055400     IF MAR-LINE-CTR > 40
055500         PERFORM 3900-HEADINGS THRU 3900-EXIT.
055600     MOVE 'CLAIMS SELECTED'              TO MTL-LABEL.
055700     MOVE PJT-SELECTED                   TO MTL-COUNT.
055800     MOVE 0                              TO MTL-AMOUNT.
055900     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
056000     MOVE 'ADJUSTMENTS GENERATED'        TO MTL-LABEL.
056100     MOVE PJT-GENERATED                  TO MTL-COUNT.
056200     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
056300     MOVE 'CLAIMS NOT ADJUSTABLE'        TO MTL-LABEL.
056400     MOVE PJT-NOT-GENERATED              TO MTL-COUNT.
056500     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
056600     MOVE 'ADJUSTED - PRIOR PAYMENT'     TO MTL-LABEL.
056700     MOVE PJT-ADJUSTED                   TO MTL-COUNT.
056800     MOVE PJT-PRIOR-TOTAL                TO MTL-AMOUNT.
056900     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
057000     MOVE '           - NEW PAYMENT'     TO MTL-LABEL.
057100     MOVE PJT-NEW-TOTAL                  TO MTL-AMOUNT.
057200     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
057300     MOVE '           - NET DOLLAR EFFECT' TO MTL-LABEL.
057400     MOVE PJT-NET-EFFECT                 TO MTL-AMOUNT.
057500     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
057600     MOVE 'REJECTED IN PRICING'          TO MTL-LABEL.
057700     MOVE PJT-REJECTED                   TO MTL-COUNT.
057800     MOVE 0                              TO MTL-AMOUNT.
057900     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
058000     MOVE 'NOT YET PRICED'               TO MTL-LABEL.
058100     MOVE PJT-NOT-PRICED                 TO MTL-COUNT.
058200     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
058300     MOVE 'PRICED WITH PROJECT ID, NOT ON CONTROL' TO MTL-LABEL.
058400     MOVE PJT-NOT-ON-CONTROL             TO MTL-COUNT.
058500     PERFORM 4100-TOTAL-LINE THRU 4100-EXIT.
058600 4000-EXIT.  EXIT.
058700
058800 4100-TOTAL-LINE.
058900     WRITE MAJRPT-LINE FROM MAR-TOTAL-LINE
059000                           AFTER ADVANCING 2.
059100     PERFORM 3950-CHECK-WRITE THRU 3950-EXIT.
059200     ADD 2 TO MAR-LINE-CTR.
059300 4100-EXIT.  EXIT.
