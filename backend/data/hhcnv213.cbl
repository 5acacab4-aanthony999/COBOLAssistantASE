000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHCNV213.
000300
000400*----------------------------------------------------------------*
000500*  CLAIM RECORD LAYOUT CONVERTER - VERSION 2 TO VERSION 3         *
000600*                                                                 *
000700*  LIFTS A SAVED CLAIM-IMAGE DATASET TO THE 1000-BYTE VERSION 3   *
000800*  LAYOUT.  THE FIRST 650 BYTES OF A VERSION 3 RECORD ARE THE     *
000900*  VERSION 2 RECORD UNCHANGED; BYTES 651-1000 ARE THE VERSION 3   *
001000*  EXTENSION, WHICH IS DERIVED HERE FROM THE VERSION 2 FIELDS:    *
001100*    - PAYABLE AFTER SEQUESTRATION  = TOTAL LESS SEQUESTRATION    *
001200*    - CCN AS BILLED                = THE CLAIM'S PROVIDER CCN    *
001300*    - SUBMISSION MEDIA             = 'P' FOR A PAPER DCN ('1'    *
001400*                                     IN POSITION 1), ELSE 'E'    *
001500*    - LIFT DATE                    = THIS RUN'S DATE             *
001600*  AND HHA-REC-VERSION IS SET TO '3'.  A RECORD ALREADY AT        *
001700*  VERSION 3 IS COPIED AS IT STANDS.                              *
001800*                                                                 *
001900*  THE CNVPARM CARD (COL 1) NAMES THE KIND OF DATASET ON CNVIN:   *
002000*    'O' (OR NO CARD) - A SAVED OUTFILE GENERATION OR CLMLIB      *
002100*                       CONCATENATION.  HHOUTHDR/HHOUTTRL         *
002200*                       CONTROL RECORDS ARE PASSED THROUGH, THE   *
002300*                       HEADER RESTAMPED AS A VERSION 3 DATASET,  *
002400*                       AND EACH SEGMENT'S CLAIM COUNT IS PROVED  *
002500*                       AGAINST ITS TRAILER.                      *
002600*    'A'              - THE ARCHCLM FULL-RECORD ARCHIVE WRITTEN   *
002700*                       BY HHARC213 (4-BYTE SERVICE YEAR AHEAD    *
002800*                       OF EACH CLAIM RECORD).                    *
002900*                                                                 *
003000*  CNVIN MAY HOLD VERSION 2 AND VERSION 3 RECORDS MIXED; READERS  *
003100*  ACCEPT BOTH, SO A DATASET NEED NOT BE CONVERTED BEFORE IT IS   *
003200*  READ - CONVERSION RETIRES THE VERSION 2 IMAGES FOR GOOD.       *
003300*----------------------------------------------------------------*
003400
003500 DATE-COMPILED.
003600 ENVIRONMENT                     DIVISION.
003700
003800 CONFIGURATION                   SECTION.
003900 SOURCE-COMPUTER.                IBM-370.
004000 OBJECT-COMPUTER.                IBM-370.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400
004500     SELECT OPTIONAL CNVPARM ASSIGN TO UT-S-CNVPARM
004600         FILE STATUS IS CNP-STAT.
004700     SELECT CNVIN     ASSIGN TO UT-S-CNVIN
004800         FILE STATUS IS CNI-STAT.
004900     SELECT CNVOUT    ASSIGN TO UT-S-CNVOUT
005000         FILE STATUS IS CNO-STAT.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CNVPARM
005500     RECORDING MODE IS F
005600     BLOCK CONTAINS 0 RECORDS
005700     LABEL RECORDS ARE STANDARD.
005800 01  CNVPARM-REC.
005900     05  CNP-DATASET-TYPE       PIC X(01).
006000     05  FILLER                 PIC X(79).
006100
006200 FD  CNVIN
006300     RECORDING MODE IS V
006400     RECORD IS VARYING IN SIZE FROM 650 TO 1004 CHARACTERS
006500         DEPENDING ON CNV-IN-LEN
006600     BLOCK CONTAINS 0 RECORDS
006700     LABEL RECORDS ARE STANDARD.
006800 01  CNVIN-REC                  PIC X(1004).
006900
007000 FD  CNVOUT
007100     RECORDING MODE IS V
007200     RECORD IS VARYING IN SIZE FROM 1000 TO 1004 CHARACTERS
007300     BLOCK CONTAINS 0 RECORDS
007400     LABEL RECORDS ARE STANDARD.
007500 01  CNVOUT-CLAIM-REC           PIC X(1000).
007600 01  CNVOUT-ARCH-REC            PIC X(1004).
007700
007800 WORKING-STORAGE SECTION.
007900 01  FILLER                     PIC X(40)  VALUE
008000     'HHCNV    - W O R K I N G   S T O R A G E'.
008100 01  HHCNV-VERSION              PIC X(07)  VALUE 'L2026.1'.
008200 01  EOF-CNI                    PIC 9(01)  VALUE 0.
008300 01  CNVIN-CTR                  PIC 9(09)  VALUE 0.
008400 01  CNVOUT-CTR                 PIC 9(09)  VALUE 0.
008500 01  CONTROL-CTR                PIC 9(09)  VALUE 0.
008600 01  LIFTED-CTR                 PIC 9(09)  VALUE 0.
008700 01  ALREADY-V3-CTR             PIC 9(09)  VALUE 0.
008800 01  SEGMENT-CTR                PIC 9(09)  VALUE 0.
008900 01  SEGMENT-CLAIMS             PIC 9(09)  VALUE 0.
009000 01  TRAILER-ERR-CTR            PIC 9(09)  VALUE 0.
009100 01  CNV-IN-LEN                 PIC 9(04)  VALUE 0.
009200 01  CNV-RUN-DATE               PIC X(08)  VALUE SPACES.
009300 01  CNV-DATASET-TYPE           PIC X(01)  VALUE 'O'.
009400     88  CNV-IS-OUTFILE                    VALUE 'O'.
009500     88  CNV-IS-ARCHIVE                    VALUE 'A'.
009600 01  CNP-STAT.
009700     05  CNP-STAT1              PIC X.
009800     05  CNP-STAT2              PIC X.
009900 01  CNI-STAT.
010000     05  CNI-STAT1              PIC X.
010100     05  CNI-STAT2              PIC X.
010200 01  CNO-STAT.
010300     05  CNO-STAT1              PIC X.
010400     05  CNO-STAT2              PIC X.
010500
010600*----------------------------------------------------------------*
010700*  ONE CNVIN RECORD, SPACE-FILLED PAST ITS OWN LENGTH - THE       *
010800*  ARCHIVE VIEW CARRIES THE SERVICE YEAR AHEAD OF THE CLAIM       *
010900*----------------------------------------------------------------*
011000 01  CNV-IN-AREA                PIC X(1004).
011100 01  CNV-ARCH-VIEW REDEFINES CNV-IN-AREA.
011200     05  CNV-ARCH-YEAR          PIC X(04).
011300     05  CNV-ARCH-CLAIM         PIC X(1000).
011400
011500*----------------------------------------------------------------*
011600*  HEADER/TRAILER CONTROL RECORDS - THE FIELDS PROVED OR STAMPED  *
011700*----------------------------------------------------------------*
011800 01  CNV-HEADER-VIEW.
011900     05  CHV-ID                 PIC X(08).
012000     05  FILLER                 PIC X(70).
012030*        79-86 - THE RELEASE STEP'S CYCLE DATE, CARRIED AS IS
012060     05  FILLER                 PIC X(08).
012100     05  CHV-LAYOUT-VER         PIC X(01).
012200     05  FILLER                 PIC X(913).
012300 01  CNV-TRAILER-VIEW REDEFINES CNV-HEADER-VIEW.
012400     05  CTV-ID                 PIC X(08).
012500     05  CTV-RECORD-COUNT       PIC 9(09).
012600     05  FILLER                 PIC X(983).
012700
012800*----------------------------------------------------------------*
012900*  CLAIM RECORD LAYOUT - PIC X(1000) - ONLY THE FIELDS THE LIFT   *
013000*  READS OR SETS; OFFSETS MUST STAY IN SYNC WITH THE              *
013100*  HHA-INPUT-DATA LAYOUT CARRIED BY HHMGR213/HHDRV213/HHCAL213    *
013200*----------------------------------------------------------------*
013300 01  HHA-OUT-DATA.
013400     05  HHA-NPI                PIC X(10).
013500     05  HHA-HIC                PIC X(12).
013600     05  HHA-PROV-NO            PIC X(06).
013700     05  FILLER                 PIC X(389).
013800     05  HHA-TOTAL-PAYMENT      PIC 9(07)V9(02).
013900     05  FILLER                 PIC X(136).
014000     05  HHA-REC-VERSION        PIC X(01).
014100     05  FILLER                 PIC X(36).
014200     05  HHA-SEQUESTRATION-AMT  PIC 9(07)V9(02).
014300     05  FILLER                 PIC X(26).
014400     05  HHA-DCN                PIC X(08).
014500     05  HHA-PRED-DCN           PIC X(08).
014600*    VERSION 3 EXTENSION (BYTES 651-1000)
014700     05  HHA-V3-EXTENSION.
014800         10  HHA-SEQ-PAYABLE-AMT    PIC 9(07)V9(02).
014900         10  HHA-BILLED-PROV-NO     PIC X(06).
015000         10  HHA-SUBMIT-MEDIA       PIC X(01).
015100         10  HHA-LIFT-DATE          PIC X(08).
015200         10  FILLER                 PIC X(326).
015300
015400**--------------------------------------------------------------
015500 PROCEDURE  DIVISION.
015600
015700 0000-MAINLINE  SECTION.
015800
015900     OPEN INPUT  CNVIN
016000          OUTPUT CNVOUT.
016100     IF CNI-STAT1 NOT = '0'
016200         DISPLAY '** HHCNV213 - CNVIN WILL NOT OPEN - STATUS '
016300                 CNI-STAT
016400         MOVE 16 TO RETURN-CODE
016500         STOP RUN.
016600
016700     PERFORM 0500-READ-PARM THRU 0500-EXIT.
016800
016900     PERFORM 1000-CONVERT-ONE THRU 1000-EXIT
017000             UNTIL EOF-CNI = 1.
017100
017200     IF CNV-IS-OUTFILE
017300        AND SEGMENT-CLAIMS > 0
017400         DISPLAY '** HHCNV213 - LAST SEGMENT HAS NO TRAILER'
017500         ADD 1 TO TRAILER-ERR-CTR.
017600
017700     CLOSE CNVIN CNVOUT.
017800
017900     DISPLAY '-- PROGRAM HHCNV213  VERSION  ===> ' HHCNV-VERSION.
018000     DISPLAY '-- DATASET TYPE               ===> '
018100             CNV-DATASET-TYPE.
018200     DISPLAY '-- RECORDS READ               ===> ' CNVIN-CTR.
018300     DISPLAY '-- CONTROL RECORDS PASSED     ===> ' CONTROL-CTR.
018400     DISPLAY '-- CLAIMS LIFTED TO VERSION 3 ===> ' LIFTED-CTR.
018500     DISPLAY '-- CLAIMS ALREADY VERSION 3   ===> ' ALREADY-V3-CTR.
018600     DISPLAY '-- RECORDS WRITTEN            ===> ' CNVOUT-CTR.
018700     DISPLAY '-- OUTFILE SEGMENTS           ===> ' SEGMENT-CTR.
018800     DISPLAY '-- TRAILERS OUT OF BALANCE    ===> '
018900             TRAILER-ERR-CTR.
019000
019100     IF CNVIN-CTR NOT = CNVOUT-CTR
019200         DISPLAY '** HHCNV213 CONTROL TOTAL ERROR **'
019300         MOVE 16 TO RETURN-CODE.
019400
019500     IF TRAILER-ERR-CTR > 0
019600        AND RETURN-CODE < 8
019700         MOVE 8 TO RETURN-CODE.
019800
019900     STOP RUN.
020000
020100*================================================================*
020200*    DATASET TYPE FROM THE OPTIONAL PARAMETER CARD - OUTFILE IF  *
020300*    THE CARD IS ABSENT OR BLANK                                 *
020400*================================================================*
020500 0500-READ-PARM.
020600     ACCEPT CNV-RUN-DATE FROM DATE YYYYMMDD.
020700
020800     OPEN INPUT CNVPARM.
020900     IF CNP-STAT1 = '0' OR CNP-STAT1 = '9'
021000         READ CNVPARM
021100             AT END MOVE SPACES TO CNVPARM-REC
021200         END-READ
021300         IF CNP-DATASET-TYPE NOT = SPACE
021400             MOVE CNP-DATASET-TYPE TO CNV-DATASET-TYPE
021500         END-IF
021600         CLOSE CNVPARM.
021700
021800     IF NOT CNV-IS-OUTFILE
021900        AND NOT CNV-IS-ARCHIVE
022000         DISPLAY '** HHCNV213 - DATASET TYPE ' CNV-DATASET-TYPE
022100                 ' IS NOT O OR A - STOPPED **'
022200         MOVE 16 TO RETURN-CODE
022300         CLOSE CNVIN CNVOUT
022400         STOP RUN.
022500 0500-EXIT.  EXIT.
022600
022700*================================================================*
022800*    COPY ONE RECORD, LIFTING A VERSION 2 CLAIM ON THE WAY       *
022900*================================================================*
023000 1000-CONVERT-ONE.
023100     READ CNVIN
023200          AT END   MOVE 1 TO EOF-CNI
023300                   GO TO 1000-EXIT.
023400     IF CNI-STAT1 NOT = '0'
023500         DISPLAY '** HHCNV213 - READ ERROR ON CNVIN - STATUS '
023600                 CNI-STAT
023700         MOVE 16 TO RETURN-CODE
023800         MOVE 1 TO EOF-CNI
023900         GO TO 1000-EXIT.
024000
024100     ADD 1 TO CNVIN-CTR.
024200     MOVE SPACES TO CNV-IN-AREA.
024300     MOVE CNVIN-REC (1:CNV-IN-LEN) TO CNV-IN-AREA (1:CNV-IN-LEN).
024400
024500     IF CNV-IS-ARCHIVE
024600         MOVE CNV-ARCH-CLAIM TO HHA-OUT-DATA
024700         PERFORM 2000-LIFT-CLAIM THRU 2000-EXIT
024800         MOVE HHA-OUT-DATA   TO CNV-ARCH-CLAIM
024900         WRITE CNVOUT-ARCH-REC FROM CNV-IN-AREA
025000         ADD 1 TO CNVOUT-CTR
025100         GO TO 1000-EXIT.
025200
025300     IF CNV-IN-AREA (1:8) = 'HHOUTHDR'
025400         PERFORM 1100-TAKE-HEADER THRU 1100-EXIT
025500         GO TO 1000-EXIT.
025600
025700     IF CNV-IN-AREA (1:8) = 'HHOUTTRL'
025800         PERFORM 1200-TAKE-TRAILER THRU 1200-EXIT
025900         GO TO 1000-EXIT.
026000
026100     ADD 1 TO SEGMENT-CLAIMS.
026200     MOVE CNV-IN-AREA (1:1000) TO HHA-OUT-DATA.
026300     PERFORM 2000-LIFT-CLAIM THRU 2000-EXIT.
026400     WRITE CNVOUT-CLAIM-REC FROM HHA-OUT-DATA.
026500     ADD 1 TO CNVOUT-CTR.
026600 1000-EXIT.  EXIT.
026700
026800*================================================================*
026900*    A HEADER OPENS A NEW SEGMENT AND IS RESTAMPED AS VERSION 3  *
027000*================================================================*
027100 1100-TAKE-HEADER.
027200     ADD 1 TO CONTROL-CTR.
027300     ADD 1 TO SEGMENT-CTR.
027400     MOVE 0 TO SEGMENT-CLAIMS.
027500     MOVE CNV-IN-AREA (1:1000) TO CNV-HEADER-VIEW.
027600     MOVE '3' TO CHV-LAYOUT-VER.
027700     WRITE CNVOUT-CLAIM-REC FROM CNV-HEADER-VIEW.
027800     ADD 1 TO CNVOUT-CTR.
027900 1100-EXIT.  EXIT.
028000
028100*================================================================*
028200*    A TRAILER CLOSES THE SEGMENT - ITS CLAIM COUNT MUST AGREE   *
028300*    WITH THE CLAIMS COPIED SINCE THE HEADER                     *
028400*================================================================*
028500 1200-TAKE-TRAILER.
028600     ADD 1 TO CONTROL-CTR.
028700     MOVE CNV-IN-AREA (1:1000) TO CNV-TRAILER-VIEW.
028800     IF CTV-RECORD-COUNT NOT NUMERIC
028900        OR CTV-RECORD-COUNT NOT = SEGMENT-CLAIMS
029000         DISPLAY '** HHCNV213 - SEGMENT ' SEGMENT-CTR
029100                 ' TRAILER COUNT ' CTV-RECORD-COUNT
029200                 ' CLAIMS COPIED ' SEGMENT-CLAIMS
029300         ADD 1 TO TRAILER-ERR-CTR.
029400     MOVE 0 TO SEGMENT-CLAIMS.
029500     WRITE CNVOUT-CLAIM-REC FROM CNV-TRAILER-VIEW.
029600     ADD 1 TO CNVOUT-CTR.
029700 1200-EXIT.  EXIT.
029800
029900*================================================================*
030000*    DERIVE THE VERSION 3 EXTENSION FROM THE VERSION 2 FIELDS    *
030100*================================================================*
030200 2000-LIFT-CLAIM.
030300     IF HHA-REC-VERSION = '3'
030400         ADD 1 TO ALREADY-V3-CTR
030500         GO TO 2000-EXIT.
030600
030700     MOVE SPACES            TO HHA-V3-EXTENSION.
030800     MOVE HHA-PROV-NO       TO HHA-BILLED-PROV-NO.
030900*    A VERSION 2 CLAIM NEVER RECORDED HOW IT WAS SUBMITTED -
031000*    HHA-SUBMIT-MEDIA STAYS BLANK
031300     MOVE 0                 TO HHA-SEQ-PAYABLE-AMT.
031400     IF HHA-TOTAL-PAYMENT NUMERIC
031500         MOVE HHA-TOTAL-PAYMENT TO HHA-SEQ-PAYABLE-AMT
031600         IF HHA-SEQUESTRATION-AMT NUMERIC
031700            AND HHA-SEQUESTRATION-AMT NOT > HHA-TOTAL-PAYMENT
031800             SUBTRACT HHA-SEQUESTRATION-AMT
031900                 FROM HHA-SEQ-PAYABLE-AMT.
032000     MOVE CNV-RUN-DATE      TO HHA-LIFT-DATE.
032100     MOVE '3'               TO HHA-REC-VERSION.
032200     ADD 1 TO LIFTED-CTR.
032300 2000-EXIT.  EXIT.
