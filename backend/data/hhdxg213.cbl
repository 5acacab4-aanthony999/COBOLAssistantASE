000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHDXG213.
000300
000400*----------------------------------------------------------------*
000500*  PDGM DIAGNOSIS REGROUPER - CODING CHECK OF THE BILLED HIPPS    *
000600*                                                                 *
000700*  THE BILLED HRG (HHA-HRG-INPUT-CODE) CARRIES THE CLINICAL       *
000800*  GROUPING IN POSITION 2 AND THE COMORBIDITY ADJUSTMENT IN       *
000900*  POSITION 4, AND BOTH FOLLOW FROM THE DIAGNOSES ON THE 837I.    *
001000*  HH837213 NOW KEEPS THOSE DIAGNOSES ON THE DIAGDTL COMPANION    *
001100*  FILE.  THIS PROGRAM REGROUPS EACH PRICED CLAIM ON OUTFILE      *
001200*  FROM ITS OWN DIAGNOSES USING THE DXGRPTBL REFERENCE TABLE:     *
001300*    POSITION 2 - THE CLINICAL GROUP OF THE PRINCIPAL DIAGNOSIS   *
001400*    POSITION 4 - HIGH WHEN TWO SECONDARY DIAGNOSES FALL IN AN    *
001500*                 INTERACTING PAIR OF COMORBIDITY SUBGROUPS,      *
001600*                 LOW WHEN ANY SECONDARY HAS A SUBGROUP, ELSE     *
001700*                 NONE                                            *
001800*  AND REPORTS EVERY CLAIM WHOSE REGROUPED HIPPS DIFFERS FROM     *
001900*  THE BILLED ONE, WITH BOTH HRGTABL WEIGHTS AND THE PAYMENT      *
002000*  IMPACT (THE WEIGHT DELTA VALUED AT THE CLAIM'S OWN DOLLARS-    *
002100*  PER-WEIGHT), THEN A PROVIDER SECTION RANKED BY IMPACT.  THIS   *
002200*  IS THE DIAGNOSIS SIDE OF THE CODING CHECK; HHOAS213 COVERS     *
002300*  THE ASSESSMENT SIDE.                                           *
002400*                                                                 *
002500*  DXGRPTBL ROW TYPES (COLUMN 1):                                 *
002600*    D - ICD-10 CODE, EFFECTIVE DATE, CLINICAL GROUP, COMORBIDITY *
002700*        SUBGROUP (BLANK IF NONE).  D ROWS MUST BE IN ASCENDING   *
002800*        CODE/EFFECTIVE-DATE SEQUENCE                             *
002900*    I - A PAIR OF INTERACTING COMORBIDITY SUBGROUPS (HIGH)       *
003000*    C - THE POSITION 4 VALUES FOR NONE/LOW/HIGH (DEFAULT 1/2/3)  *
003100*----------------------------------------------------------------*
003200
003300 DATE-COMPILED.
003400 ENVIRONMENT                     DIVISION.
003500
003600 CONFIGURATION                   SECTION.
003700 SOURCE-COMPUTER.                IBM-370.
003800 OBJECT-COMPUTER.                IBM-370.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200
004300     SELECT DIAGDTL   ASSIGN TO UT-S-DIAGDTL
004400         FILE STATUS IS DGD-STAT.
004500     SELECT DXGRPTBL  ASSIGN TO UT-S-DXGRPTBL
004600         FILE STATUS IS DXR-STAT.
004700     SELECT OUTFILE   ASSIGN TO UT-S-OUTFILE
004800         FILE STATUS IS OUT-STAT.
004900     SELECT HRGTABL   ASSIGN TO UT-S-HRGTABL
005000         FILE STATUS IS HRG-STAT.
005100     SELECT DXGRPT    ASSIGN TO UT-S-DXGRPT
005200         FILE STATUS IS DXP-STAT.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  DIAGDTL
005700     RECORDING MODE IS F
005800     BLOCK CONTAINS 0 RECORDS
005900     LABEL RECORDS ARE STANDARD.
006000 01  DIAGDTL-REC.
006100     05  DGD-NPI                PIC X(10).
006200     05  DGD-HIC                PIC X(12).
006300     05  DGD-FROM-DATE          PIC X(08).
006400     05  DGD-SEQ                PIC 9(02).
006500     05  DGD-DX-QUAL            PIC X(03).
006600     05  DGD-DX-CODE            PIC X(07).
006700     05  FILLER                 PIC X(38).
006800
006900 FD  DXGRPTBL
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  DXGRPTBL-REC.
007300     05  DXR-REC-TYPE           PIC X(01).
007400         88  DXR-IS-DIAGNOSIS   VALUE 'D'.
007500         88  DXR-IS-INTERACTION VALUE 'I'.
007600         88  DXR-IS-CONTROL     VALUE 'C'.
007700     05  FILLER                 PIC X(01).
007800     05  DXR-DIAG-DATA.
007900         10  DXR-DX-CODE        PIC X(07).
008000         10  FILLER             PIC X(01).
008100         10  DXR-EFFDATE        PIC X(08).
008200         10  FILLER             PIC X(01).
008300         10  DXR-CLIN-GROUP     PIC X(01).
008400         10  FILLER             PIC X(01).
008500         10  DXR-SUBGROUP       PIC X(04).
008600         10  FILLER             PIC X(55).
008700     05  DXR-PAIR-DATA REDEFINES DXR-DIAG-DATA.
008800         10  DXR-PAIR-SUBGRP-1  PIC X(04).
008900         10  FILLER             PIC X(01).
009000         10  DXR-PAIR-SUBGRP-2  PIC X(04).
009100         10  FILLER             PIC X(69).
009200     05  DXR-CTL-DATA REDEFINES DXR-DIAG-DATA.
009300         10  DXR-CTL-NONE       PIC X(01).
009400         10  FILLER             PIC X(01).
009500         10  DXR-CTL-LOW        PIC X(01).
009600         10  FILLER             PIC X(01).
009700         10  DXR-CTL-HIGH       PIC X(01).
009800         10  FILLER             PIC X(73).
009900
010000 FD  OUTFILE
010100     LABEL RECORDS ARE STANDARD
010200     RECORDING MODE IS V
010210     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
010300     BLOCK CONTAINS 0 RECORDS.
010400 01  OUT-REC                    PIC X(1000).
010500
010600 FD  HRGTABL
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 01  HRG-TABL-REC.
011000     05  HRG-CODE                 PIC X(05).
011100     05  FILLER                   PIC X(01).
011200     05  HRG-EFFDATE              PIC X(08).
011300     05  FILLER                   PIC X(01).
011400     05  HRG-WGTS                 PIC 9(02)V9(04).
011500     05  FILLER                   PIC X(65).
011600
011700 FD  DXGRPT
011800     RECORDING MODE IS F
011900     BLOCK CONTAINS 133 RECORDS
012000     LABEL RECORDS ARE STANDARD.
012100 01  DXGRPT-LINE                PIC X(133).
012200
012300 WORKING-STORAGE SECTION.
012400 01  FILLER                     PIC X(40)  VALUE
012500     'HHDXG    - W O R K I N G   S T O R A G E'.
012600 01  HHDXG-VERSION              PIC X(07)  VALUE 'D2021.3'.
012700 01  EOF-DGD                    PIC 9(01)  VALUE 0.
012800 01  EOF-DXR                    PIC 9(01)  VALUE 0.
012900 01  EOF-OUT                    PIC 9(01)  VALUE 0.
013000 01  EOF-HRG                    PIC 9(01)  VALUE 0.
013100 01  DIAG-CTR                   PIC 9(09)  VALUE 0.
013200 01  CLAIM-CTR                  PIC 9(09)  VALUE 0.
013300 01  NO-DIAG-CTR                PIC 9(09)  VALUE 0.
013400 01  UNGROUPABLE-CTR            PIC 9(09)  VALUE 0.
013500 01  REGROUPED-CTR              PIC 9(09)  VALUE 0.
013600 01  MISMATCH-CTR               PIC 9(09)  VALUE 0.
013700 01  HRG-LOAD-CTR               PIC 9(05)  VALUE 0.
013800 01  DGD-NEXT                   PIC 9(05)  VALUE 0.
013900 01  DXT-NEXT                   PIC 9(05)  VALUE 0.
014000 01  DXI-NEXT                   PIC 9(04)  VALUE 0.
014100 01  DPV-NEXT                   PIC 9(04)  VALUE 0.
014200 01  CLM-DX-NEXT                PIC 9(02)  VALUE 0.
014300 01  SUBGRP-NEXT                PIC 9(02)  VALUE 0.
014400 01  DXG-LINE-CTR               PIC 9(02)  VALUE 65.
014500 01  DGD-SUB                    PIC 9(05)  VALUE 0.
014600 01  DX-SUB                     PIC 9(02)  VALUE 0.
014700 01  SG-SUB-1                   PIC 9(02)  VALUE 0.
014800 01  SG-SUB-2                   PIC 9(02)  VALUE 0.
014900 01  DXI-SUB                    PIC 9(04)  VALUE 0.
015000 01  HRG-SUB                    PIC 9(05)  VALUE 0.
015100 01  SORT-SUB                   PIC 9(04)  VALUE 0.
015200 01  SORT-SWAP-SW               PIC X(01)  VALUE 'N'.
015300 01  DPV-SWAP-ENTRY             PIC X(24).
015400 01  HIGH-PAIR-SW               PIC X(01)  VALUE 'N'.
015500     88  HIGH-PAIR-FOUND                   VALUE 'Y'.
015510 01  DX-FIRST-ROW-SW             PIC X(01)  VALUE 'N'.
015520     88  DX-AT-FIRST-ROW                   VALUE 'Y'.
015600 01  WK-PRIOR-DX-KEY            PIC X(15)  VALUE LOW-VALUES.
015700 01  WK-DX-KEY.
015800     05  WK-DX-KEY-CODE         PIC X(07).
015900     05  WK-DX-KEY-EFFDATE      PIC X(08).
016000 01  WK-LOOKUP-DX               PIC X(07)  VALUE SPACES.
016100 01  WK-FOUND-GROUP             PIC X(01)  VALUE SPACES.
016200 01  WK-FOUND-SUBGRP            PIC X(04)  VALUE SPACES.
016300 01  WK-FOUND-SW                PIC X(01)  VALUE 'N'.
016400     88  WK-DX-FOUND                       VALUE 'Y'.
016500 01  WK-BEST-DX-EFFDATE         PIC X(08)  VALUE SPACES.
016600 01  WK-PRINCIPAL-DX            PIC X(07)  VALUE SPACES.
016700 01  WK-REGROUPED-HRG           PIC X(05)  VALUE SPACES.
016800 01  WK-LOOKUP-HRG              PIC X(05)  VALUE SPACES.
016900 01  WK-FOUND-WGT               PIC 9(02)V9(04) VALUE 0.
017000 01  WK-BEST-EFFDATE            PIC X(08)  VALUE SPACES.
017100 01  WK-BILLED-WGT              PIC 9(02)V9(04) VALUE 0.
017200 01  WK-REGROUPED-WGT           PIC 9(02)V9(04) VALUE 0.
017300 01  WK-BASE-RATE               PIC 9(07)V9(04) VALUE 0.
017400 01  WK-IMPACT                  PIC S9(09)V9(02) VALUE 0.
017500 01  WK-FINDING                 PIC X(24)  VALUE SPACES.
017600 01  COMORB-NONE                PIC X(01)  VALUE '1'.
017700 01  COMORB-LOW                 PIC X(01)  VALUE '2'.
017800 01  COMORB-HIGH                PIC X(01)  VALUE '3'.
017900 01  DGD-STAT.
018000     05  DGD-STAT1              PIC X.
018100     05  DGD-STAT2              PIC X.
018200 01  DXR-STAT.
018300     05  DXR-STAT1              PIC X.
018400     05  DXR-STAT2              PIC X.
018500 01  OUT-STAT.
018600     05  OUT-STAT1              PIC X.
018700     05  OUT-STAT2              PIC X.
018800 01  HRG-STAT.
018900     05  HRG-STAT1              PIC X.
019000     05  HRG-STAT2              PIC X.
019100 01  DXP-STAT.
019200     05  DXP-STAT1              PIC X.
019300     05  DXP-STAT2              PIC X.
019400
019500*----------------------------------------------------------------*
019600*  DIAGNOSIS DETAIL, REFERENCE TABLE AND HRG WEIGHTS IN CORE      *
019700*----------------------------------------------------------------*
019800 01  DIAG-DTL-TABLE.
019900     05  DIAG-DTL-DATA          OCCURS 50000.
020000         10  DDT-NPI            PIC X(10).
020100         10  DDT-HIC            PIC X(12).
020200         10  DDT-FROM-DATE      PIC X(08).
020300         10  DDT-DX-QUAL        PIC X(03).
020400         10  DDT-DX-CODE        PIC X(07).
020500
020600 01  DX-GROUP-TABLE.
020700     05  DX-GROUP-DATA          OCCURS 1 TO 80000
020800                                DEPENDING ON DXT-NEXT
020900                                ASCENDING KEY IS DXT-CODE
021000                                INDEXED BY DG1 DG2.
021100         10  DXT-CODE           PIC X(07).
021200         10  DXT-EFFDATE        PIC X(08).
021300         10  DXT-CLIN-GROUP     PIC X(01).
021400         10  DXT-SUBGROUP       PIC X(04).
021500
021600 01  DX-PAIR-TABLE.
021700     05  DX-PAIR-DATA           OCCURS 2000.
021800         10  DXI-SUBGRP-1       PIC X(04).
021900         10  DXI-SUBGRP-2       PIC X(04).
022000
022100 01  HRG-WGT-TABLE.
022200     05  HRG-WGT-DATA           OCCURS 432.
022300         10  HWT-CODE           PIC X(05).
022400         10  HWT-EFFDATE        PIC X(08).
022500         10  HWT-WGTS           PIC 9(02)V9(04).
022600
022700*----------------------------------------------------------------*
022800*  THE CURRENT CLAIM'S DIAGNOSES AND SECONDARY SUBGROUPS          *
022900*----------------------------------------------------------------*
023000 01  CLAIM-DX-TABLE.
023100     05  CLAIM-DX-DATA          OCCURS 25.
023200         10  CDX-DX-QUAL        PIC X(03).
023300         10  CDX-DX-CODE        PIC X(07).
023400
023500 01  CLAIM-SUBGRP-TABLE.
023600     05  CSG-SUBGROUP           PIC X(04)  OCCURS 25.
023700
023800*----------------------------------------------------------------*
023900*  PER-PROVIDER MISMATCH COUNTS AND PAYMENT IMPACT, RANKED        *
024000*----------------------------------------------------------------*
024100 01  DXG-PROV-TABLE.
024200     05  DPV-DATA          OCCURS 2000
024300                           INDEXED BY DP1.
024400         10  DPV-PROV-NO        PIC X(06).
024500         10  DPV-MISMATCH-CTR   PIC 9(07).
024600         10  DPV-IMPACT-AMT     PIC S9(09)V9(02).
024700
024800*----------------------------------------------------------------*
024900*  OUTFILE RECORD - ONLY THE FIELDS THE REGROUPER NEEDS           *
025000*----------------------------------------------------------------*
025100 01  HHA-OUT-DATA.
025200     05  HHA-NPI                 PIC X(10).
025300     05  HHA-HIC                 PIC X(12).
025400     05  HHA-PROV-NO             PIC X(06).
025500     05  FILLER                  PIC X(41).
025600     05  HHA-SERV-FROM-DATE      PIC X(08).
025700     05  HHA-SERV-THRU-DATE      PIC X(08).
025800     05  FILLER                  PIC X(11).
025900     05  HHA-HRG-INPUT-CODE      PIC X(05).
026000     05  FILLER                  PIC X(03).
026100     05  HHA-HRG-WGTS            PIC 9(02)V9(04).
026200     05  HHA-HRG-PAY             PIC 9(07)V9(02).
026300     05  FILLER                  PIC X(282).
026400     05  HHA-PAY-RTC             PIC 99.
026500         88  HHA-RTC-PAYABLE     VALUES 00 01 02 06 09
026550                                        11 14 32.
026600     05  FILLER                  PIC X(100).
026700     05  HHA-TOB-CLASS           PIC X(01).
026800         88  HHA-TOB-IS-CLAIM    VALUE 'C'.
026900     05  FILLER                  PIC X(146).
026910*    VERSION 3 EXTENSION (BYTES 651-1000)
026920     05  HHA-V3-EXTENSION           PIC X(350).
027000
027100*----------------------------------------------------------------*
027200*  REPORT COMPONENTS                                              *
027300*----------------------------------------------------------------*
027400 01  DXG-HEAD1.
027500     05  FILLER                 PIC X(01)  VALUE SPACES.
027600     05  FILLER                 PIC X(44)  VALUE
027700        ' HHA PDGM DIAGNOSIS REGROUPING REPORT       '.
027800
027900 01  DXG-HEAD2.
028000     05  FILLER                 PIC X(01)  VALUE SPACES.
028100     05  FILLER                 PIC X(44)  VALUE
028200        ' PROV    HIC          FROM      BILLED   WGT'.
028300     05  FILLER                 PIC X(44)  VALUE
028400        '    REGROUP  WGT     PAY IMPACT PRIN DX     '.
028500
028600 01  DXG-DETAIL-LINE.
028700     05  FILLER                 PIC X(02)  VALUE SPACES.
028800     05  DDL-PROV               PIC X(06).
028900     05  FILLER                 PIC X(02)  VALUE SPACES.
029000     05  DDL-HIC                PIC X(12).
029100     05  FILLER                 PIC X(01)  VALUE SPACES.
029200     05  DDL-FROM               PIC X(08).
029300     05  FILLER                 PIC X(02)  VALUE SPACES.
029400     05  DDL-BILLED             PIC X(05).
029500     05  FILLER                 PIC X(01)  VALUE SPACES.
029600     05  DDL-BILLED-WGT         PIC Z9.9999.
029700     05  FILLER                 PIC X(03)  VALUE SPACES.
029800     05  DDL-REGROUPED          PIC X(05).
029900     05  FILLER                 PIC X(01)  VALUE SPACES.
030000     05  DDL-REGROUPED-WGT      PIC Z9.9999.
030100     05  FILLER                 PIC X(02)  VALUE SPACES.
030200     05  DDL-IMPACT             PIC -ZZZ,ZZ9.99.
030300     05  FILLER                 PIC X(02)  VALUE SPACES.
030400     05  DDL-PRINCIPAL          PIC X(07).
030500     05  FILLER                 PIC X(02)  VALUE SPACES.
030600     05  DDL-FINDING            PIC X(24).
030700
030800 01  DXG-PROV-LINE.
030900     05  FILLER                 PIC X(02)  VALUE SPACES.
031000     05  DPL-PROV               PIC X(06).
031100     05  FILLER                 PIC X(04)  VALUE SPACES.
031200     05  FILLER                 PIC X(12)  VALUE 'MISMATCHES  '.
031300     05  DPL-MISMATCHES         PIC ZZZ,ZZ9.
031400     05  FILLER                 PIC X(04)  VALUE SPACES.
031500     05  FILLER                 PIC X(10)  VALUE 'IMPACT $  '.
031600     05  DPL-IMPACT             PIC -ZZZ,ZZZ,ZZ9.99.
031700
031800**--------------------------------------------------------------
031900 PROCEDURE  DIVISION.
032000
032100 0000-MAINLINE  SECTION.
032200
032300     OPEN INPUT  DIAGDTL
032400                 DXGRPTBL
032500                 OUTFILE
032600                 HRGTABL
032700          OUTPUT DXGRPT.
032800
032900     MOVE 0 TO DXT-NEXT.
033000     PERFORM 0500-LOAD-DIAGNOSES THRU 0500-EXIT
033100             UNTIL EOF-DGD = 1.
033200     PERFORM 0600-LOAD-DX-GROUPS THRU 0600-EXIT
033300             UNTIL EOF-DXR = 1.
033400     PERFORM 0700-LOAD-WEIGHTS THRU 0700-EXIT
033500             UNTIL EOF-HRG = 1.
033600
033700     PERFORM 1000-REGROUP-ONE-CLAIM THRU 1000-EXIT
033800             UNTIL EOF-OUT = 1.
033900
034000     PERFORM 3000-RANK-PROVIDERS THRU 3000-EXIT.
034100     PERFORM 4000-WRITE-PROV-SECTION THRU 4000-EXIT.
034200
034300     CLOSE DIAGDTL DXGRPTBL OUTFILE HRGTABL DXGRPT.
034400
034500     DISPLAY '-- PROGRAM HHDXG213  VERSION  ===> ' HHDXG-VERSION.
034600     DISPLAY '-- DIAGNOSES LOADED           ===> ' DGD-NEXT.
034700     DISPLAY '-- DIAGNOSIS GROUP ROWS       ===> ' DXT-NEXT.
034800     DISPLAY '-- INTERACTION PAIRS          ===> ' DXI-NEXT.
034900     DISPLAY '-- CLAIMS EXAMINED            ===> ' CLAIM-CTR.
035000     DISPLAY '-- CLAIMS WITHOUT DIAGNOSES   ===> ' NO-DIAG-CTR.
035100     DISPLAY '-- PRINCIPAL DX NOT GROUPABLE ===> '
035200             UNGROUPABLE-CTR.
035300     DISPLAY '-- CLAIMS REGROUPED           ===> ' REGROUPED-CTR.
035400     DISPLAY '-- HIPPS MISMATCHES           ===> ' MISMATCH-CTR.
035500
035600     STOP RUN.
035700
035800 0500-LOAD-DIAGNOSES.
035900     READ DIAGDTL
036000          AT END   MOVE 1 TO EOF-DGD
036100                   GO TO 0500-EXIT.
036200     ADD 1 TO DIAG-CTR.
036300     IF DGD-NEXT < 50000
036400         ADD 1 TO DGD-NEXT
036500         MOVE DGD-NPI       TO DDT-NPI       (DGD-NEXT)
036600         MOVE DGD-HIC       TO DDT-HIC       (DGD-NEXT)
036700         MOVE DGD-FROM-DATE TO DDT-FROM-DATE (DGD-NEXT)
036800         MOVE DGD-DX-QUAL   TO DDT-DX-QUAL   (DGD-NEXT)
036900         MOVE DGD-DX-CODE   TO DDT-DX-CODE   (DGD-NEXT)
037000     ELSE
037100         DISPLAY '** HHDXG213 - DIAGNOSIS TABLE FULL'
037110         MOVE 16 TO RETURN-CODE
037120         STOP RUN.
037200 0500-EXIT.  EXIT.
037300
037400*================================================================*
037500*    THE DIAGNOSIS ROWS FEED A BINARY SEARCH, SO AN OUT-OF-      *
037600*    SEQUENCE ROW STOPS THE RUN RATHER THAN MISGROUP CLAIMS      *
037700*================================================================*
037800 0600-LOAD-DX-GROUPS.
037900     READ DXGRPTBL
038000          AT END   MOVE 1 TO EOF-DXR
038100                   GO TO 0600-EXIT.
038200
038300     IF DXR-IS-CONTROL
038400         MOVE DXR-CTL-NONE TO COMORB-NONE
038500         MOVE DXR-CTL-LOW  TO COMORB-LOW
038600         MOVE DXR-CTL-HIGH TO COMORB-HIGH
038700         GO TO 0600-EXIT.
038800
038900     IF DXR-IS-INTERACTION
039000         IF DXI-NEXT < 2000
039100             ADD 1 TO DXI-NEXT
039200             MOVE DXR-PAIR-SUBGRP-1 TO DXI-SUBGRP-1 (DXI-NEXT)
039300             MOVE DXR-PAIR-SUBGRP-2 TO DXI-SUBGRP-2 (DXI-NEXT)
039400         ELSE
039500             DISPLAY '** HHDXG213 - INTERACTION TABLE FULL'
039510             MOVE 16 TO RETURN-CODE
039520             STOP RUN
039600         END-IF
039700         GO TO 0600-EXIT.
039800
039900     IF NOT DXR-IS-DIAGNOSIS
040000         GO TO 0600-EXIT.
040100
040200     MOVE DXR-DX-CODE TO WK-DX-KEY-CODE.
040300     MOVE DXR-EFFDATE TO WK-DX-KEY-EFFDATE.
040400     IF WK-DX-KEY < WK-PRIOR-DX-KEY
040500         DISPLAY '** DXGRPTBL OUT OF SEQUENCE AT ' DXR-DX-CODE
040600                 ' ' DXR-EFFDATE
040700         DISPLAY '** RUN STOPPED - SORT DXGRPTBL BY CODE/DATE'
040800         MOVE 16 TO RETURN-CODE
040900         STOP RUN.
041000     MOVE WK-DX-KEY TO WK-PRIOR-DX-KEY.
041100
041200     IF DXT-NEXT < 80000
041300         ADD 1 TO DXT-NEXT
041400         MOVE DXR-DX-CODE    TO DXT-CODE       (DXT-NEXT)
041500         MOVE DXR-EFFDATE    TO DXT-EFFDATE    (DXT-NEXT)
041600         MOVE DXR-CLIN-GROUP TO DXT-CLIN-GROUP (DXT-NEXT)
041700         MOVE DXR-SUBGROUP   TO DXT-SUBGROUP   (DXT-NEXT)
041800     ELSE
041900         DISPLAY '** HHDXG213 - DIAGNOSIS GROUP TABLE FULL'
041910         MOVE 16 TO RETURN-CODE
041920         STOP RUN.
042000 0600-EXIT.  EXIT.
042100
042200 0700-LOAD-WEIGHTS.
042300     READ HRGTABL
042400          AT END   MOVE 1 TO EOF-HRG
042500                   GO TO 0700-EXIT.
042600     IF HRG-LOAD-CTR < 432
042700         ADD 1 TO HRG-LOAD-CTR
042800         MOVE HRG-CODE    TO HWT-CODE    (HRG-LOAD-CTR)
042900         MOVE HRG-EFFDATE TO HWT-EFFDATE (HRG-LOAD-CTR)
043000         MOVE HRG-WGTS    TO HWT-WGTS    (HRG-LOAD-CTR)
043100     ELSE
043200         DISPLAY '** HHDXG213 - HRG WEIGHT TABLE FULL'
043210         MOVE 16 TO RETURN-CODE
043220         STOP RUN.
043300 0700-EXIT.  EXIT.
043400
043500*================================================================*
043600*    ONE PRICED CLAIM - GATHER ITS DIAGNOSES, REGROUP, COMPARE   *
043700*================================================================*
043800 1000-REGROUP-ONE-CLAIM.
043900     READ OUTFILE INTO HHA-OUT-DATA
044000          AT END   MOVE 1 TO EOF-OUT
044100                   GO TO 1000-EXIT.
044200
044300     IF HHA-NPI (1:8) = 'HHOUTHDR'
044400        OR HHA-NPI (1:8) = 'HHOUTTRL'
044500         GO TO 1000-EXIT.
044600
044700     IF NOT HHA-TOB-IS-CLAIM
044800         GO TO 1000-EXIT.
044900     IF NOT HHA-RTC-PAYABLE
045000         GO TO 1000-EXIT.
045100     IF HHA-HRG-INPUT-CODE = SPACES
045200         GO TO 1000-EXIT.
045300     ADD 1 TO CLAIM-CTR.
045400
045500     INITIALIZE CLAIM-DX-TABLE.
045600     MOVE 0 TO CLM-DX-NEXT.
045700     PERFORM 1100-GATHER-ONE-DIAG THRU 1100-EXIT
045800             VARYING DGD-SUB FROM 1 BY 1
045900             UNTIL DGD-SUB > DGD-NEXT.
046000     IF CLM-DX-NEXT = 0
046100         ADD 1 TO NO-DIAG-CTR
046200         GO TO 1000-EXIT.
046300
046400*    THE PRINCIPAL IS THE ABK/BK CODE, ELSE THE FIRST BILLED
046500     MOVE CDX-DX-CODE (1) TO WK-PRINCIPAL-DX.
046600     PERFORM 1200-FIND-PRINCIPAL THRU 1200-EXIT
046700             VARYING DX-SUB FROM CLM-DX-NEXT BY -1
046800             UNTIL DX-SUB < 1.
046900
047000     MOVE WK-PRINCIPAL-DX TO WK-LOOKUP-DX.
047100     PERFORM 2100-FIND-DX-GROUP THRU 2100-EXIT.
047200     IF NOT WK-DX-FOUND
047300        OR WK-FOUND-GROUP = SPACE
047400         ADD 1 TO UNGROUPABLE-CTR
047500         MOVE SPACES TO WK-REGROUPED-HRG
047600         MOVE 'PRINCIPAL NOT GROUPABLE' TO WK-FINDING
047700         PERFORM 2000-REPORT-MISMATCH THRU 2000-EXIT
047800         GO TO 1000-EXIT.
047900     ADD 1 TO REGROUPED-CTR.
048000
048100     MOVE HHA-HRG-INPUT-CODE TO WK-REGROUPED-HRG.
048200     MOVE WK-FOUND-GROUP     TO WK-REGROUPED-HRG (2:1).
048300     PERFORM 1300-DERIVE-COMORBIDITY THRU 1300-EXIT.
048400
048500     IF WK-REGROUPED-HRG = HHA-HRG-INPUT-CODE
048600         GO TO 1000-EXIT.
048700
048800     MOVE SPACES TO WK-FINDING.
048900     IF WK-REGROUPED-HRG (2:1) NOT = HHA-HRG-INPUT-CODE (2:1)
049000         MOVE 'CLINICAL GROUP' TO WK-FINDING.
049100     IF WK-REGROUPED-HRG (4:1) NOT = HHA-HRG-INPUT-CODE (4:1)
049200         IF WK-FINDING = SPACES
049300             MOVE 'COMORBIDITY' TO WK-FINDING
049400         ELSE
049500             MOVE 'CLINICAL + COMORBIDITY' TO WK-FINDING.
049600     PERFORM 2000-REPORT-MISMATCH THRU 2000-EXIT.
049700 1000-EXIT.  EXIT.
049800
049900 1100-GATHER-ONE-DIAG.
050000     IF DDT-NPI (DGD-SUB) NOT = HHA-NPI
050100        OR DDT-HIC (DGD-SUB) NOT = HHA-HIC
050200        OR DDT-FROM-DATE (DGD-SUB) NOT = HHA-SERV-FROM-DATE
050300         GO TO 1100-EXIT.
050400     IF CLM-DX-NEXT NOT < 25
050500         GO TO 1100-EXIT.
050600     ADD 1 TO CLM-DX-NEXT.
050700     MOVE DDT-DX-QUAL (DGD-SUB) TO CDX-DX-QUAL (CLM-DX-NEXT).
050800     MOVE DDT-DX-CODE (DGD-SUB) TO CDX-DX-CODE (CLM-DX-NEXT).
050900 1100-EXIT.  EXIT.
051000
051100*    SCANNED LAST TO FIRST SO THE FIRST ABK/BK BILLED WINS
051200 1200-FIND-PRINCIPAL.
051300     IF CDX-DX-QUAL (DX-SUB) = 'ABK'
051350        OR CDX-DX-QUAL (DX-SUB) = 'BK'
051400         MOVE CDX-DX-CODE (DX-SUB) TO WK-PRINCIPAL-DX.
051500 1200-EXIT.  EXIT.
051600
051700*================================================================*
051800*    COMORBIDITY ADJUSTMENT FROM THE SECONDARY DIAGNOSES.  A     *
051900*    CODE EQUAL TO THE PRINCIPAL DOES NOT COUNT AS SECONDARY     *
052000*================================================================*
052100 1300-DERIVE-COMORBIDITY.
052200     INITIALIZE CLAIM-SUBGRP-TABLE.
052300     MOVE 0 TO SUBGRP-NEXT.
052400     PERFORM 1400-COLLECT-SUBGROUP THRU 1400-EXIT
052500             VARYING DX-SUB FROM 1 BY 1
052600             UNTIL DX-SUB > CLM-DX-NEXT.
052700
052800     MOVE COMORB-NONE TO WK-REGROUPED-HRG (4:1).
052900     IF SUBGRP-NEXT = 0
053000         GO TO 1300-EXIT.
053100
053200     MOVE COMORB-LOW TO WK-REGROUPED-HRG (4:1).
053300     IF SUBGRP-NEXT < 2 OR DXI-NEXT = 0
053400         GO TO 1300-EXIT.
053500
053600     MOVE 'N' TO HIGH-PAIR-SW.
053700     PERFORM 1500-CHECK-PAIRS-FROM THRU 1500-EXIT
053800             VARYING SG-SUB-1 FROM 1 BY 1
053900             UNTIL SG-SUB-1 NOT < SUBGRP-NEXT
054000                OR HIGH-PAIR-FOUND.
054100     IF HIGH-PAIR-FOUND
054200         MOVE COMORB-HIGH TO WK-REGROUPED-HRG (4:1).
054300 1300-EXIT.  EXIT.
054400
054500 1400-COLLECT-SUBGROUP.
054600     IF CDX-DX-CODE (DX-SUB) = WK-PRINCIPAL-DX
054700         GO TO 1400-EXIT.
054800     MOVE CDX-DX-CODE (DX-SUB) TO WK-LOOKUP-DX.
054900     PERFORM 2100-FIND-DX-GROUP THRU 2100-EXIT.
055000     IF NOT WK-DX-FOUND OR WK-FOUND-SUBGRP = SPACES
055100         GO TO 1400-EXIT.
055200     ADD 1 TO SUBGRP-NEXT.
055300     MOVE WK-FOUND-SUBGRP TO CSG-SUBGROUP (SUBGRP-NEXT).
055400 1400-EXIT.  EXIT.
055500
055600 1500-CHECK-PAIRS-FROM.
055700     COMPUTE SG-SUB-2 = SG-SUB-1 + 1.
055800     PERFORM 1600-CHECK-ONE-PAIR THRU 1600-EXIT
055900             VARYING SG-SUB-2 FROM SG-SUB-2 BY 1
056000             UNTIL SG-SUB-2 > SUBGRP-NEXT
056100                OR HIGH-PAIR-FOUND.
056200 1500-EXIT.  EXIT.
056300
056400 1600-CHECK-ONE-PAIR.
056500     PERFORM 1700-MATCH-INTERACTION THRU 1700-EXIT
056600             VARYING DXI-SUB FROM 1 BY 1
056700             UNTIL DXI-SUB > DXI-NEXT
056800                OR HIGH-PAIR-FOUND.
056900 1600-EXIT.  EXIT.
057000
057100 1700-MATCH-INTERACTION.
057200     IF  DXI-SUBGRP-1 (DXI-SUB) = CSG-SUBGROUP (SG-SUB-1)
057300     AND DXI-SUBGRP-2 (DXI-SUB) = CSG-SUBGROUP (SG-SUB-2)
057400         MOVE 'Y' TO HIGH-PAIR-SW.
057500     IF  DXI-SUBGRP-1 (DXI-SUB) = CSG-SUBGROUP (SG-SUB-2)
057600     AND DXI-SUBGRP-2 (DXI-SUB) = CSG-SUBGROUP (SG-SUB-1)
057700         MOVE 'Y' TO HIGH-PAIR-SW.
057800 1700-EXIT.  EXIT.
057900
058000*================================================================*
058100*    REPORT ONE CLAIM - THE IMPACT IS THE WEIGHT DELTA VALUED    *
058200*    AT THE CLAIM'S OWN DOLLARS-PER-WEIGHT (POSITIVE = BILLED    *
058300*    HIGHER THAN THE DIAGNOSES SUPPORT)                          *
058400*================================================================*
058500 2000-REPORT-MISMATCH.
058600     ADD 1 TO MISMATCH-CTR.
058700
058800     MOVE HHA-HRG-INPUT-CODE TO WK-LOOKUP-HRG.
058900     PERFORM 2300-FIND-WEIGHT THRU 2300-EXIT.
059000     MOVE WK-FOUND-WGT TO WK-BILLED-WGT.
059100     IF WK-BILLED-WGT = 0
059200         MOVE HHA-HRG-WGTS TO WK-BILLED-WGT.
059300
059400     MOVE 0 TO WK-REGROUPED-WGT.
059500     IF WK-REGROUPED-HRG NOT = SPACES
059600         MOVE WK-REGROUPED-HRG TO WK-LOOKUP-HRG
059700         PERFORM 2300-FIND-WEIGHT THRU 2300-EXIT
059800         MOVE WK-FOUND-WGT TO WK-REGROUPED-WGT.
059900
060000     MOVE 0 TO WK-IMPACT.
060100     IF WK-BILLED-WGT > 0 AND WK-REGROUPED-WGT > 0
060200         COMPUTE WK-BASE-RATE ROUNDED =
060300                 HHA-HRG-PAY / WK-BILLED-WGT
060400         COMPUTE WK-IMPACT ROUNDED =
060500                 (WK-BILLED-WGT - WK-REGROUPED-WGT)
060600                 * WK-BASE-RATE.
060700
060800     IF DXG-LINE-CTR > 54
060900         PERFORM 4500-DXG-HEADINGS THRU 4500-EXIT.
061000     MOVE HHA-PROV-NO        TO DDL-PROV.
061100     MOVE HHA-HIC            TO DDL-HIC.
061200     MOVE HHA-SERV-FROM-DATE TO DDL-FROM.
061300     MOVE HHA-HRG-INPUT-CODE TO DDL-BILLED.
061400     MOVE WK-BILLED-WGT      TO DDL-BILLED-WGT.
061500     MOVE WK-REGROUPED-HRG   TO DDL-REGROUPED.
061600     MOVE WK-REGROUPED-WGT   TO DDL-REGROUPED-WGT.
061700     MOVE WK-IMPACT          TO DDL-IMPACT.
061800     MOVE WK-PRINCIPAL-DX    TO DDL-PRINCIPAL.
061900     MOVE WK-FINDING         TO DDL-FINDING.
062000     WRITE DXGRPT-LINE FROM DXG-DETAIL-LINE
062100                            AFTER ADVANCING 1.
062200     IF DXP-STAT1 > 0 DISPLAY ' BADG WRITE ON DXGRPT FILE'.
062300     ADD 1 TO DXG-LINE-CTR.
062400
062500     PERFORM 2500-ACCUM-PROVIDER THRU 2500-EXIT.
062600 2000-EXIT.  EXIT.
062700
062800*================================================================*
062900*    BINARY SEARCH ON THE CODE, THEN BACK UP TO ITS FIRST ROW    *
063000*    AND TAKE THE LATEST EFFECTIVE DATE NOT AFTER THE FROM DATE  *
063100*================================================================*
063200 2100-FIND-DX-GROUP.
063300     MOVE 'N'    TO WK-FOUND-SW.
063400     MOVE SPACES TO WK-FOUND-GROUP WK-FOUND-SUBGRP
063500                    WK-BEST-DX-EFFDATE.
063600     IF DXT-NEXT = 0
063700         GO TO 2100-EXIT.
063800
063900     SEARCH ALL DX-GROUP-DATA
064000         AT END
064100             GO TO 2100-EXIT
064200         WHEN DXT-CODE (DG1) = WK-LOOKUP-DX
064300             SET DG2 TO DG1
064400     END-SEARCH.
064500
064600     MOVE 'N' TO DX-FIRST-ROW-SW.
064700     PERFORM 2150-BACK-UP-ONE THRU 2150-EXIT
064800             UNTIL DX-AT-FIRST-ROW.
064900     PERFORM 2200-CHECK-DX-ROW THRU 2200-EXIT
065000             UNTIL DG2 > DXT-NEXT
065100                OR DXT-CODE (DG2) NOT = WK-LOOKUP-DX.
065200 2100-EXIT.  EXIT.
065300
065400 2150-BACK-UP-ONE.
065410     IF DG2 = 1
065420         MOVE 'Y' TO DX-FIRST-ROW-SW
065430         GO TO 2150-EXIT.
065440     IF DXT-CODE (DG2 - 1) NOT = WK-LOOKUP-DX
065450         MOVE 'Y' TO DX-FIRST-ROW-SW
065460         GO TO 2150-EXIT.
065500     SET DG2 DOWN BY 1.
065600 2150-EXIT.  EXIT.
065700
065800 2200-CHECK-DX-ROW.
065900     IF DXT-EFFDATE (DG2) NOT > HHA-SERV-FROM-DATE
066000        AND DXT-EFFDATE (DG2) NOT < WK-BEST-DX-EFFDATE
066100         MOVE 'Y'                   TO WK-FOUND-SW
066200         MOVE DXT-EFFDATE (DG2)     TO WK-BEST-DX-EFFDATE
066300         MOVE DXT-CLIN-GROUP (DG2)  TO WK-FOUND-GROUP
066400         MOVE DXT-SUBGROUP (DG2)    TO WK-FOUND-SUBGRP.
066500     SET DG2 UP BY 1.
066600 2200-EXIT.  EXIT.
066700
066800*    LATEST EFFECTIVE-DATED WEIGHT ROW NOT AFTER THE THRU DATE
066900 2300-FIND-WEIGHT.
067000     MOVE 0      TO WK-FOUND-WGT.
067100     MOVE SPACES TO WK-BEST-EFFDATE.
067200     PERFORM 2400-CHECK-WGT-ROW THRU 2400-EXIT
067300             VARYING HRG-SUB FROM 1 BY 1
067400             UNTIL HRG-SUB > HRG-LOAD-CTR.
067500 2300-EXIT.  EXIT.
067600
067700 2400-CHECK-WGT-ROW.
067800     IF HWT-CODE (HRG-SUB) NOT = WK-LOOKUP-HRG
067900         GO TO 2400-EXIT.
068000     IF HWT-EFFDATE (HRG-SUB) > HHA-SERV-THRU-DATE
068100         GO TO 2400-EXIT.
068200     IF HWT-EFFDATE (HRG-SUB) > WK-BEST-EFFDATE
068300         MOVE HWT-EFFDATE (HRG-SUB) TO WK-BEST-EFFDATE
068400         MOVE HWT-WGTS (HRG-SUB) TO WK-FOUND-WGT.
068500 2400-EXIT.  EXIT.
068600
068700 2500-ACCUM-PROVIDER.
068800     SET DP1 TO 1.
068900     SEARCH DPV-DATA VARYING DP1
069000         AT END
069100             IF DPV-NEXT < 2000
069200                 ADD 1 TO DPV-NEXT
069300                 SET DP1 TO DPV-NEXT
069400                 MOVE HHA-PROV-NO TO DPV-PROV-NO (DP1)
069500                 MOVE 1 TO DPV-MISMATCH-CTR (DP1)
069600                 MOVE WK-IMPACT TO DPV-IMPACT-AMT (DP1)
069700             END-IF
069800         WHEN DPV-PROV-NO (DP1) = HHA-PROV-NO
069900             ADD 1 TO DPV-MISMATCH-CTR (DP1)
070000             ADD WK-IMPACT TO DPV-IMPACT-AMT (DP1)
070100     END-SEARCH.
070200 2500-EXIT.  EXIT.
070300
070400*================================================================*
070500*    RANK PROVIDERS BY PAYMENT IMPACT, HIGHEST FIRST             *
070600*================================================================*
070700 3000-RANK-PROVIDERS.
070800     IF DPV-NEXT < 2
070900         GO TO 3000-EXIT.
071000     MOVE 'Y' TO SORT-SWAP-SW.
071100     PERFORM 3100-ONE-PASS THRU 3100-EXIT
071200             UNTIL SORT-SWAP-SW = 'N'.
071300 3000-EXIT.  EXIT.
071400
071500 3100-ONE-PASS.
071600     MOVE 'N' TO SORT-SWAP-SW.
071700     PERFORM 3200-COMPARE-PAIR THRU 3200-EXIT
071800             VARYING SORT-SUB FROM 1 BY 1
071900             UNTIL SORT-SUB NOT < DPV-NEXT.
072000 3100-EXIT.  EXIT.
072100
072200 3200-COMPARE-PAIR.
072300     IF DPV-IMPACT-AMT (SORT-SUB) <
072400        DPV-IMPACT-AMT (SORT-SUB + 1)
072500         MOVE DPV-DATA (SORT-SUB)     TO DPV-SWAP-ENTRY
072600         MOVE DPV-DATA (SORT-SUB + 1) TO DPV-DATA (SORT-SUB)
072700         MOVE DPV-SWAP-ENTRY TO DPV-DATA (SORT-SUB + 1)
072800         MOVE 'Y' TO SORT-SWAP-SW.
072900 3200-EXIT.  EXIT.
073000
073100 4000-WRITE-PROV-SECTION.
073200     IF DPV-NEXT = 0
073300         GO TO 4000-EXIT.
073400     PERFORM 4500-DXG-HEADINGS THRU 4500-EXIT.
073500     SET DP1 TO 1.
073600     PERFORM 4100-WRITE-ONE-PROV THRU 4100-EXIT
073700             DPV-NEXT TIMES.
073800 4000-EXIT.  EXIT.
073900
074000 4100-WRITE-ONE-PROV.
074100     IF DXG-LINE-CTR > 54
074200         PERFORM 4500-DXG-HEADINGS THRU 4500-EXIT.
074300     MOVE DPV-PROV-NO (DP1)      TO DPL-PROV.
074400     MOVE DPV-MISMATCH-CTR (DP1) TO DPL-MISMATCHES.
074500     MOVE DPV-IMPACT-AMT (DP1)   TO DPL-IMPACT.
074600     WRITE DXGRPT-LINE FROM DXG-PROV-LINE
074700                            AFTER ADVANCING 1.
074800     ADD 1 TO DXG-LINE-CTR.
074900     SET DP1 UP BY 1.
075000 4100-EXIT.  EXIT.
075100
075200 4500-DXG-HEADINGS.
075300     WRITE DXGRPT-LINE FROM DXG-HEAD1
075400                            AFTER ADVANCING PAGE.
075500     WRITE DXGRPT-LINE FROM DXG-HEAD2
075600                            AFTER ADVANCING 2.
075700     MOVE ALL '-' TO DXGRPT-LINE.
075800     WRITE DXGRPT-LINE AFTER ADVANCING 1.
075900     MOVE 5 TO DXG-LINE-CTR.
076000 4500-EXIT.  EXIT.
