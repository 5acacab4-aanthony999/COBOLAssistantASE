000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHMAJ213.
000300
000400*----------------------------------------------------------------*
000500*  MASS-ADJUSTMENT PROJECT GENERATOR                              *
000600*                                                                 *
000700*  WHEN CMS ISSUES A RETROACTIVE CORRECTION (A WAGE-INDEX FIX     *
000800*  FOR A FEW CBSAS BACK TO JANUARY, SAY) EVERY AFFECTED PAID      *
000900*  CLAIM MUST BE RE-SETTLED AS A PROPER ADJUSTMENT THAT REACHES   *
001000*  THE PROVIDER'S REMITTANCE - NOT A ONE-TIME REPRICE.  THIS      *
001100*  PROGRAM SELECTS THE CLAIMS FROM THE CLAIM-HISTORY MASTER BY    *
001200*  THE PROJECT'S CRITERIA CARDS AND WRITES ONE ADJUSTMENT         *
001300*  TRANSACTION PER CLAIM (MASSADJ, HHAFILE FORM) FOR NORMAL       *
001400*  HHMGR213 PROCESSING.                                           *
001500*                                                                 *
001600*  THE HISTORY MASTER SAYS WHICH VERSION OF EACH CLAIM IS THE     *
001700*  CURRENT ONE (ITS DCN); THE FULL CLAIM IMAGE FOR THAT DCN IS    *
001800*  TAKEN FROM THE PRICED-CLAIM LIBRARY (CLMLIB - SAVED OUTFILE    *
001900*  RUNS, CONCATENATED, EACH BALANCED TO ITS TRAILER).  THE        *
002000*  TRANSACTION IS THAT IMAGE WITH HHA-ADJ-IND 'A', HHA-PRED-DCN   *
002100*  SET TO THE CURRENT DCN AND A NEW DCN - THE 3-CHARACTER         *
002200*  PROJECT ID FOLLOWED BY A 5-DIGIT SEQUENCE, SO EVERY EXTRACT    *
002300*  DOWNSTREAM CAN TELL WHICH PROJECT RAISED IT.  NUMBERING        *
002400*  CONTINUES AFTER THE HIGHEST SEQUENCE THE PROJECT ALREADY       *
002500*  HAS ON HISTORY, AND A CLAIM WHOSE CURRENT VERSION CAME FROM    *
002600*  THIS PROJECT IS NOT ADJUSTED A SECOND TIME.                    *
002700*                                                                 *
002800*  MASSCARD (KEYWORD COLS 1-6, DATA FROM COL 8):                  *
002900*    PROJ   ID(3) DESCRIPTION (COLS 12-51)    REQUIRED, FIRST     *
003000*    CBSA   CBSA(5)                           UP TO 20            *
003100*    PROV   PROVIDER(6)                       UP TO 50            *
003200*    HRG    HIPPS(5)                          UP TO 20            *
003300*    DATES  FROM(8) THRU(8)                   SERVICE FROM-DATE   *
003400*    RTC    RTC(2)                            UP TO 10            *
003500*  CARDS OF ONE KIND ARE ALTERNATIVES; DIFFERENT KINDS MUST ALL   *
003600*  HOLD.  AT LEAST ONE CRITERION BESIDES PROJ IS REQUIRED.  ONLY  *
003700*  PAID FINAL CLAIMS (PAYABLE RTC, NOT CANCELLED) ARE ELIGIBLE.   *
003800*                                                                 *
003900*  HISTFILE - THE CLAIM-HISTORY MASTER (HHHST213 HISTOUT)         *
004000*  CLMLIB   - THE PRICED-CLAIM LIBRARY                            *
004100*  MODECARD - (OPTIONAL) 'T' = TEST JOB: TEST-STAMPED OUTFILES ARE*
004200*             ACCEPTED; OTHERWISE ONE STOPS THE STEP (RC 16)      *
004300*  MASSADJ  - THE ADJUSTMENT TRANSACTIONS (VERSION 2, 650 BYTES)  *
004400*  MASSCTL  - PROJECT CONTROL FILE: A HEADER, THEN ONE RECORD PER *
004500*             SELECTED CLAIM - GENERATED, OR THE REASON IT COULD  *
004600*             NOT BE ADJUSTED.  HHMAR213 REPORTS FROM IT.         *
004700*----------------------------------------------------------------*
004800
004900 DATE-COMPILED.
005000 ENVIRONMENT                     DIVISION.
005100
005200 CONFIGURATION                   SECTION.
005300 SOURCE-COMPUTER.                IBM-370.
005400 OBJECT-COMPUTER.                IBM-370.
005500
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800
005900     SELECT MASSCARD  ASSIGN TO UT-S-MASSCARD
006000         FILE STATUS IS MCD-STAT.
006100     SELECT HISTFILE  ASSIGN TO UT-S-HISTFILE
006200         FILE STATUS IS HSF-STAT.
006300     SELECT CLMLIB    ASSIGN TO UT-S-CLMLIB
006400         FILE STATUS IS CLB-STAT.
006500     SELECT OPTIONAL MODECARD ASSIGN TO UT-S-MODECARD
006600         FILE STATUS IS MDC-STAT.
006700     SELECT MASSADJ   ASSIGN TO UT-S-MASSADJ
006800         FILE STATUS IS MAJ-STAT.
006900     SELECT MASSCTL   ASSIGN TO UT-S-MASSCTL
007000         FILE STATUS IS MCT-STAT.
007100     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  MASSCARD
007600     RECORDING MODE IS F
007700     BLOCK CONTAINS 0 RECORDS
007800     LABEL RECORDS ARE STANDARD.
007900 01  MASSCARD-REC.
008000     05  MCD-KEYWORD            PIC X(06).
008100     05  FILLER                 PIC X(01).
008200     05  MCD-DATA               PIC X(73).
008300
008400 FD  HISTFILE
008500     RECORDING MODE IS F
008600     BLOCK CONTAINS 0 RECORDS
008700     LABEL RECORDS ARE STANDARD.
008800 01  HISTFILE-REC.
008900     05  HSF-KEY.
009000         10  HSF-NPI            PIC X(10).
009100         10  HSF-HIC            PIC X(12).
009200         10  HSF-FROM-DATE      PIC X(08).
009300     05  HSF-THRU-DATE          PIC X(08).
009400     05  HSF-PROV-NO            PIC X(06).
009500     05  HSF-TOB-CLASS          PIC X(01).
009600     05  HSF-PAY-RTC            PIC 99.
009700         88  HSF-RTC-PAYABLE    VALUES 00 01 02 06 09 11 14 32.
009800     05  HSF-TOTAL-PAYMENT      PIC 9(07)V9(02).
009900     05  HSF-OUTLIER-PAYMENT    PIC 9(07)V9(02).
010000     05  HSF-ADJ-IND            PIC X(01).
010100     05  HSF-ADMIT-DATE         PIC X(08).
010200     05  HSF-DCN                PIC X(08).
010300     05  HSF-PRED-DCN           PIC X(08).
010400     05  FILLER                 PIC X(10).
010500
010600 FD  CLMLIB
010700     LABEL RECORDS ARE STANDARD
010800     RECORDING MODE IS V
010810     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
010900     BLOCK CONTAINS 0 RECORDS.
011000 01  CLMLIB-REC                 PIC X(1000).
011100
011200 FD  MODECARD
011300     RECORDING MODE IS F
011400     BLOCK CONTAINS 0 RECORDS
011500     LABEL RECORDS ARE STANDARD.
011600 01  MODECARD-REC.
011700     05  MDC-RUN-MODE           PIC X(01).
011800     05  FILLER                 PIC X(79).
011900
012000 FD  MASSADJ
012100     LABEL RECORDS ARE STANDARD
012200     RECORDING MODE IS F
012300     BLOCK CONTAINS 0 RECORDS.
012400 01  MASSADJ-REC                PIC X(650).
012500
012600 FD  MASSCTL
012700     RECORDING MODE IS F
012800     BLOCK CONTAINS 0 RECORDS
012900     LABEL RECORDS ARE STANDARD.
013000 01  MASSCTL-REC                PIC X(120).
013100
013200 SD  SORTFILE.
013300 01  SORT-REC.
013400     05  SRT-KEY.
013500         10  SRT-NPI            PIC X(10).
013600         10  SRT-HIC            PIC X(12).
013700         10  SRT-FROM-DATE      PIC X(08).
013800     05  SRT-LIB-SEQ            PIC 9(09).
013900     05  SRT-IMAGE              PIC X(1000).
014000
014100 WORKING-STORAGE SECTION.
014200 01  FILLER                     PIC X(40)  VALUE
014300     'HHMAJ    - W O R K I N G   S T O R A G E'.
014400 01  HHMAJ-VERSION              PIC X(07)  VALUE 'J2026.1'.
014500 01  EOF-MCD                    PIC 9(01)  VALUE 0.
014600 01  EOF-HSF                    PIC 9(01)  VALUE 0.
014700 01  EOF-CLB                    PIC 9(01)  VALUE 0.
014800 01  EOF-SRT                    PIC 9(01)  VALUE 0.
014900 01  HDR-SEEN-SW                PIC 9(01)  VALUE 0.
015000 01  TRL-SEEN-SW                PIC 9(01)  VALUE 0.
015100 01  OWN-RUN-MODE               PIC X(01)  VALUE 'P'.
015200 01  CARD-ERROR-SW              PIC 9(01)  VALUE 0.
015300 01  VAL-COUNT                  PIC 9(09)  VALUE 0.
015400 01  VAL-SUM-PAY                PIC 9(13)V9(02) VALUE 0.
015500 01  VAL-SUM-OUTL               PIC 9(13)V9(02) VALUE 0.
015600 01  VAL-TRL-REC.
015700     05  VAL-ID                 PIC X(08).
015800     05  VAL-RECORD-COUNT       PIC 9(09).
015900     05  VAL-TOTAL-PAY-SUM      PIC 9(13)V9(02).
016000     05  VAL-OUTLIER-SUM        PIC 9(13)V9(02).
016100     05  FILLER                 PIC X(603).
016200 01  CARD-CTR                   PIC 9(05)  VALUE 0.
016300 01  SEGMENT-CTR                PIC 9(05)  VALUE 0.
016400 01  CLMLIB-CTR                 PIC 9(09)  VALUE 0.
016500 01  RELEASE-CTR                PIC 9(09)  VALUE 0.
016600 01  HISTFILE-CTR               PIC 9(09)  VALUE 0.
016700 01  SELECTED-CTR               PIC 9(09)  VALUE 0.
016800 01  GENERATED-CTR              PIC 9(09)  VALUE 0.
016900 01  NOT-ADJUSTED-CTR           PIC 9(09)  VALUE 0.
017000 01  MASSADJ-CTR                PIC 9(09)  VALUE 0.
017100 01  MASSCTL-CTR                PIC 9(09)  VALUE 0.
017200 01  PRIOR-TOTAL-SUM            PIC 9(11)V9(02) VALUE 0.
017300 01  MAJ-CURR-DATE              PIC X(08)  VALUE SPACES.
017400 01  MAJ-PROJECT-ID             PIC X(03)  VALUE SPACES.
017500 01  MAJ-DESCRIPTION            PIC X(40)  VALUE SPACES.
017600 01  MAJ-FROM-LOW               PIC X(08)  VALUE SPACES.
017700 01  MAJ-FROM-HIGH              PIC X(08)  VALUE SPACES.
017800 01  MAJ-LAST-SEQ               PIC 9(05)  VALUE 0.
017900 01  MAJ-DCN-WORK.
018000     05  MAJ-DCN-PROJECT        PIC X(03).
018100     05  MAJ-DCN-SEQ            PIC 9(05).
018200 01  MAJ-DCN-SEQ-X REDEFINES MAJ-DCN-WORK.
018300     05  FILLER                 PIC X(03).
018400     05  MAJ-DCN-SEQ-CHK        PIC X(05).
018500 01  MAJ-REASON                 PIC X(20)  VALUE SPACES.
018600 01  MAJ-IMAGE-SW               PIC X(01)  VALUE 'N'.
018700     88  MAJ-IMAGE-FOUND                   VALUE 'Y'.
018800 01  MAJ-MATCH-SW               PIC X(01)  VALUE 'N'.
018900     88  MAJ-CRITERIA-MET                  VALUE 'Y'.
019000 01  MAJ-HIST-KEY               PIC X(30)  VALUE SPACES.
019100 01  MAJ-IMAGE-KEY              PIC X(30)  VALUE SPACES.
019200 01  CR-SUB                     PIC 9(02)  VALUE 0.
019300 01  MCD-STAT.
019400     05  MCD-STAT1              PIC X.
019500     05  MCD-STAT2              PIC X.
019600 01  HSF-STAT.
019700     05  HSF-STAT1              PIC X.
019800     05  HSF-STAT2              PIC X.
019900 01  CLB-STAT.
020000     05  CLB-STAT1              PIC X.
020100     05  CLB-STAT2              PIC X.
020200 01  MDC-STAT.
020300     05  MDC-STAT1              PIC X.
020400     05  MDC-STAT2              PIC X.
020500 01  MAJ-STAT.
020600     05  MAJ-STAT1              PIC X.
020700     05  MAJ-STAT2              PIC X.
020800 01  MCT-STAT.
020900     05  MCT-STAT1              PIC X.
021000     05  MCT-STAT2              PIC X.
021100
021200*----------------------------------------------------------------*
021300*  PROJECT CRITERIA FROM THE CARDS                                *
021400*----------------------------------------------------------------*
021500 01  CBSA-NEXT                  PIC 9(02)  VALUE 0.
021600 01  PROV-NEXT                  PIC 9(02)  VALUE 0.
021700 01  HRG-NEXT                   PIC 9(02)  VALUE 0.
021800 01  RTC-NEXT                   PIC 9(02)  VALUE 0.
021900 01  DATES-SW                   PIC X(01)  VALUE 'N'.
022000     88  DATES-GIVEN                       VALUE 'Y'.
022100 01  CRITERIA-TABLE.
022200     05  CRT-CBSA               PIC X(05)  OCCURS 20.
022300     05  CRT-PROV               PIC X(06)  OCCURS 50.
022400     05  CRT-HRG                PIC X(05)  OCCURS 20.
022500     05  CRT-RTC                PIC X(02)  OCCURS 10.
022600
022700 01  PROJ-CARD-DATA.
022800     05  PJD-PROJECT-ID         PIC X(03).
022900     05  FILLER                 PIC X(01).
023000     05  PJD-DESCRIPTION        PIC X(40).
023100     05  FILLER                 PIC X(29).
023200
023300 01  DATES-CARD-DATA.
023400     05  DCD-FROM-LOW           PIC X(08).
023500     05  FILLER                 PIC X(01).
023600     05  DCD-FROM-HIGH          PIC X(08).
023700     05  FILLER                 PIC X(56).
023800
023900*----------------------------------------------------------------*
024000*  CLAIM IMAGE - ONLY THE FIELDS THIS PROGRAM NEEDS               *
024100*----------------------------------------------------------------*
024200 01  HHA-OUT-DATA.
024300     05  HHA-NPI                 PIC X(10).
024400     05  HHA-HIC                 PIC X(12).
024500     05  HHA-PROV-NO             PIC X(06).
024600     05  FILLER                  PIC X(31).
024700     05  HHA-CBSA                PIC X(05).
024800     05  FILLER                  PIC X(05).
024900     05  HHA-SERV-FROM-DATE      PIC X(08).
025000     05  FILLER                  PIC X(17).
025100     05  HHA-ADJ-IND             PIC X(01).
025200     05  FILLER                  PIC X(01).
025300     05  HHA-HRG-INPUT-CODE      PIC X(05).
025400     05  FILLER                  PIC X(300).
025500     05  HHA-PAY-RTC             PIC 99.
025600     05  FILLER                  PIC X(05).
025700     05  HHA-OUTLIER-PAYMENT     PIC 9(07)V9(02).
025800     05  HHA-TOTAL-PAYMENT       PIC 9(07)V9(02).
025900     05  FILLER                  PIC X(77).
026000     05  HHA-TOB-CLASS           PIC X(01).
026100         88  HHA-TOB-IS-CLAIM       VALUE 'C'.
026200     05  FILLER                  PIC X(39).
026300     05  HHA-ORIG-TOTAL-PAYMENT  PIC 9(07)V9(02).
026400     05  HHA-NET-ADJ-AMT         PIC S9(07)V9(02).
026500     05  FILLER                  PIC X(01).
026510     05  HHA-REC-VERSION         PIC X(01).
026520     05  FILLER                  PIC X(70).
026600     05  HHA-CLAIM-CLASS         PIC X(01).
026700         88  HHA-IS-INFORMATIONAL   VALUE 'I'.
026800         88  HHA-IS-MANUAL-PRICED   VALUE 'M'.
026900     05  HHA-DCN                 PIC X(08).
027000     05  HHA-PRED-DCN            PIC X(08).
027010*    VERSION 3 EXTENSION (BYTES 651-1000)
027020     05  HHA-V3-EXTENSION.
027030         10  FILLER                 PIC X(09).
027040         10  HHA-BILLED-PROV-NO     PIC X(06).
027050         10  FILLER                 PIC X(335).
027100
027200 01  HOLD-IMAGE                 PIC X(1000).
027300
027400*----------------------------------------------------------------*
027500*  PROJECT CONTROL RECORD - HEADER, THEN ONE PER SELECTED CLAIM   *
027600*----------------------------------------------------------------*
027700 01  MCT-DETAIL.
027800     05  MCT-REC-TYPE           PIC X(01).
027900     05  MCT-PROJECT-ID         PIC X(03).
028000*        G = ADJUSTMENT GENERATED, X = COULD NOT BE ADJUSTED
028100     05  MCT-STATUS             PIC X(01).
028200     05  MCT-REASON             PIC X(20).
028300     05  MCT-NPI                PIC X(10).
028400     05  MCT-HIC                PIC X(12).
028500     05  MCT-FROM-DATE          PIC X(08).
028600     05  MCT-PROV-NO            PIC X(06).
028700     05  MCT-CBSA               PIC X(05).
028800     05  MCT-HRG                PIC X(05).
028900     05  MCT-PRED-DCN           PIC X(08).
029000     05  MCT-NEW-DCN            PIC X(08).
029100     05  MCT-PRIOR-RTC          PIC X(02).
029200     05  MCT-PRIOR-TOTAL        PIC 9(07)V9(02).
029300     05  FILLER                 PIC X(22).
029400 01  MCT-HEADER REDEFINES MCT-DETAIL.
029500     05  MCH-REC-TYPE           PIC X(01).
029600     05  MCH-PROJECT-ID         PIC X(03).
029700     05  MCH-RUN-DATE           PIC X(08).
029800     05  MCH-DESCRIPTION        PIC X(40).
029900     05  MCH-CRITERIA-CNT       PIC 9(03).
030000     05  FILLER                 PIC X(65).
030100
030200**--------------------------------------------------------------
030300 PROCEDURE  DIVISION.
030400
030500 0000-MAINLINE  SECTION.
030600
030700     ACCEPT MAJ-CURR-DATE FROM DATE YYYYMMDD.
030800     PERFORM 0900-GET-OWN-MODE THRU 0900-EXIT.
030900     PERFORM 0100-READ-CARDS THRU 0100-EXIT.
031000     PERFORM 0500-SCAN-PROJECT-SEQ THRU 0500-EXIT.
031100
031200     OPEN OUTPUT MASSADJ
031300                 MASSCTL.
031400     MOVE SPACES             TO MCT-HEADER.
031500     MOVE 'H'                TO MCH-REC-TYPE.
031600     MOVE MAJ-PROJECT-ID     TO MCH-PROJECT-ID.
031700     MOVE MAJ-CURR-DATE      TO MCH-RUN-DATE.
031800     MOVE MAJ-DESCRIPTION    TO MCH-DESCRIPTION.
031900     COMPUTE MCH-CRITERIA-CNT = CBSA-NEXT + PROV-NEXT + HRG-NEXT
032000                              + RTC-NEXT.
032100     IF DATES-GIVEN
032200         ADD 1 TO MCH-CRITERIA-CNT.
032300     PERFORM 3800-WRITE-MASSCTL THRU 3800-EXIT.
032400
032500     SORT SORTFILE
032600          ON ASCENDING KEY SRT-KEY
032700                           SRT-LIB-SEQ
032800          INPUT  PROCEDURE IS 2000-READ-LIBRARY
032900          OUTPUT PROCEDURE IS 3000-MATCH-HISTORY.
033000     CLOSE MASSADJ
033100           MASSCTL.
033200
033300     DISPLAY '-- PROGRAM HHMAJ213  VERSION  ===> ' HHMAJ-VERSION.
033400     DISPLAY '-- PROJECT                    ===> ' MAJ-PROJECT-ID
033500             ' ' MAJ-DESCRIPTION.
033600     DISPLAY '-- CRITERIA CARDS READ        ===> ' CARD-CTR.
033700     DISPLAY '-- CLMLIB DATASETS READ       ===> ' SEGMENT-CTR.
033800     DISPLAY '-- CLMLIB RECORDS READ        ===> ' CLMLIB-CTR.
033900     DISPLAY '-- CLAIM IMAGES SORTED        ===> ' RELEASE-CTR.
034000     DISPLAY '-- HISTORY RECORDS READ       ===> ' HISTFILE-CTR.
034100     DISPLAY '-- CLAIMS SELECTED            ===> ' SELECTED-CTR.
034200     DISPLAY '-- ADJUSTMENTS GENERATED      ===> ' GENERATED-CTR.
034300     DISPLAY '-- CLAIMS NOT ADJUSTABLE      ===> '
034400             NOT-ADJUSTED-CTR.
034500     DISPLAY '-- PRIOR PAYMENT OF SELECTED  ===> '
034600             PRIOR-TOTAL-SUM.
034700     DISPLAY '-- OUTPUT COUNTS FOR MASSADJ  ===> ' MASSADJ-CTR.
034800     DISPLAY '-- OUTPUT COUNTS FOR MASSCTL  ===> ' MASSCTL-CTR.
034900
035000     IF NOT-ADJUSTED-CTR > 0
035100         MOVE 4 TO RETURN-CODE.
035200
035300     STOP RUN.
035400
035500*================================================================*
035600*    PROJECT CRITERIA CARDS - ANY ERROR STOPS THE STEP, SINCE A  *
035700*    BAD CARD COULD WIDEN THE PROJECT TO CLAIMS IT SHOULD MISS   *
035800*================================================================*
035900 0100-READ-CARDS.
036000     INITIALIZE CRITERIA-TABLE.
036100     OPEN INPUT MASSCARD.
036200     IF MCD-STAT1 NOT = '0'
036300         DISPLAY '** HHMAJ213 - MASSCARD WILL NOT OPEN - STATUS '
036400                 MCD-STAT
036500         MOVE 16 TO RETURN-CODE
036600         STOP RUN.
036700     PERFORM 0200-READ-CARD THRU 0200-EXIT
036800             UNTIL EOF-MCD = 1.
036900     CLOSE MASSCARD.
037000
037100     IF MAJ-PROJECT-ID = SPACES
037200         DISPLAY '** HHMAJ213 - NO PROJ CARD'
037300         MOVE 1 TO CARD-ERROR-SW.
037400     IF CBSA-NEXT = 0 AND PROV-NEXT = 0 AND HRG-NEXT = 0
037500        AND RTC-NEXT = 0 AND NOT DATES-GIVEN
037600         DISPLAY '** HHMAJ213 - NO SELECTION CRITERIA CARDS'
037700         MOVE 1 TO CARD-ERROR-SW.
037800     IF CARD-ERROR-SW = 1
037900         DISPLAY '** HHMAJ213 - PROJECT CARDS IN ERROR - STOPPED'
038000         MOVE 16 TO RETURN-CODE
038100         STOP RUN.
038200 0100-EXIT.  EXIT.
038300
038400 0200-READ-CARD.
038500     READ MASSCARD
038600          AT END   MOVE 1 TO EOF-MCD
038700                   GO TO 0200-EXIT.
038800     ADD 1 TO CARD-CTR.
038900
039000     IF MCD-KEYWORD = 'PROJ'
039100         MOVE MCD-DATA TO PROJ-CARD-DATA
039200         IF PJD-PROJECT-ID (1:1) NOT ALPHABETIC
039300            OR PJD-PROJECT-ID (1:1) = SPACE
039400            OR MAJ-PROJECT-ID NOT = SPACES
039500             DISPLAY '** PROJ CARD INVALID OR REPEATED: ' MCD-DATA
039600             MOVE 1 TO CARD-ERROR-SW
039700         ELSE
039800             MOVE PJD-PROJECT-ID  TO MAJ-PROJECT-ID
039900             MOVE PJD-DESCRIPTION TO MAJ-DESCRIPTION
040000         END-IF
040100         GO TO 0200-EXIT.
040200
040300     IF MCD-KEYWORD = 'CBSA'
040400         IF CBSA-NEXT < 20 AND MCD-DATA (1:5) NOT = SPACES
040500             ADD 1 TO CBSA-NEXT
040600             MOVE MCD-DATA (1:5) TO CRT-CBSA (CBSA-NEXT)
040700         ELSE
040800             DISPLAY '** CBSA CARD BLANK OR OVER 20: ' MCD-DATA
040900             MOVE 1 TO CARD-ERROR-SW
041000         END-IF
041100         GO TO 0200-EXIT.
041200
041300     IF MCD-KEYWORD = 'PROV'
041400         IF PROV-NEXT < 50 AND MCD-DATA (1:6) NOT = SPACES
041500             ADD 1 TO PROV-NEXT
041600             MOVE MCD-DATA (1:6) TO CRT-PROV (PROV-NEXT)
041700         ELSE
041800             DISPLAY '** PROV CARD BLANK OR OVER 50: ' MCD-DATA
041900             MOVE 1 TO CARD-ERROR-SW
042000         END-IF
042100         GO TO 0200-EXIT.
042200
042300     IF MCD-KEYWORD = 'HRG'
042400         IF HRG-NEXT < 20 AND MCD-DATA (1:5) NOT = SPACES
042500             ADD 1 TO HRG-NEXT
042600             MOVE MCD-DATA (1:5) TO CRT-HRG (HRG-NEXT)
042700         ELSE
042800             DISPLAY '** HRG CARD BLANK OR OVER 20: ' MCD-DATA
042900             MOVE 1 TO CARD-ERROR-SW
043000         END-IF
043100         GO TO 0200-EXIT.
043200
043300     IF MCD-KEYWORD = 'RTC'
043400         IF RTC-NEXT < 10 AND MCD-DATA (1:2) NUMERIC
043500             ADD 1 TO RTC-NEXT
043600             MOVE MCD-DATA (1:2) TO CRT-RTC (RTC-NEXT)
043700         ELSE
043800             DISPLAY '** RTC CARD NOT NUMERIC OR OVER 10: '
043900                     MCD-DATA
044000             MOVE 1 TO CARD-ERROR-SW
044100         END-IF
044200         GO TO 0200-EXIT.
044300
044400     IF MCD-KEYWORD = 'DATES'
044500         MOVE MCD-DATA TO DATES-CARD-DATA
044600         IF DCD-FROM-LOW NUMERIC AND DCD-FROM-HIGH NUMERIC
044700            AND DCD-FROM-LOW NOT > DCD-FROM-HIGH
044800            AND NOT DATES-GIVEN
044900             MOVE DCD-FROM-LOW  TO MAJ-FROM-LOW
045000             MOVE DCD-FROM-HIGH TO MAJ-FROM-HIGH
045100             MOVE 'Y' TO DATES-SW
045200         ELSE
045300             DISPLAY '** DATES CARD INVALID OR REPEATED: '
045400                     MCD-DATA
045500             MOVE 1 TO CARD-ERROR-SW
045600         END-IF
045700         GO TO 0200-EXIT.
045800
045900     DISPLAY '** HHMAJ213 - UNKNOWN CARD: ' MCD-KEYWORD.
046000     MOVE 1 TO CARD-ERROR-SW.
046100 0200-EXIT.  EXIT.
046200
046300*================================================================*
046400*    HIGHEST SEQUENCE THIS PROJECT ALREADY HAS ON HISTORY        *
046500*================================================================*
046600 0500-SCAN-PROJECT-SEQ.
046700     OPEN INPUT HISTFILE.
046800     IF HSF-STAT1 NOT = '0'
046900         DISPLAY '** HHMAJ213 - HISTFILE WILL NOT OPEN - STATUS '
047000                 HSF-STAT
047100         MOVE 16 TO RETURN-CODE
047200         STOP RUN.
047300     PERFORM 0600-SCAN-ONE THRU 0600-EXIT
047400             UNTIL EOF-HSF = 1.
047500     CLOSE HISTFILE.
047600     MOVE 0 TO EOF-HSF.
047700 0500-EXIT.  EXIT.
047800
047900 0600-SCAN-ONE.
048000     READ HISTFILE
048100          AT END   MOVE 1 TO EOF-HSF
048200                   GO TO 0600-EXIT.
048300     IF HSF-DCN (1:3) NOT = MAJ-PROJECT-ID
048400         GO TO 0600-EXIT.
048500     MOVE HSF-DCN TO MAJ-DCN-WORK.
048600     IF MAJ-DCN-SEQ-CHK NUMERIC
048700        AND MAJ-DCN-SEQ > MAJ-LAST-SEQ
048800         MOVE MAJ-DCN-SEQ TO MAJ-LAST-SEQ.
048900 0600-EXIT.  EXIT.
049000
049100 0900-GET-OWN-MODE.
049200     OPEN INPUT MODECARD.
049300     IF MDC-STAT1 = '0' OR MDC-STAT1 = '9'
049400         READ MODECARD
049500             AT END CONTINUE
049600         END-READ
049700         IF MDC-RUN-MODE = 'T'
049800             MOVE 'T' TO OWN-RUN-MODE
049900         END-IF
050000         CLOSE MODECARD.
050100 0900-EXIT.  EXIT.
050200
050300*================================================================*
050400*    READ THE LIBRARY AND RELEASE EVERY FINAL-CLAIM IMAGE THAT   *
050500*    COULD BELONG TO THE PROJECT, IN KEY ORDER FOR THE MATCH     *
050600*================================================================*
050700 2000-READ-LIBRARY  SECTION.
050800
050900     OPEN INPUT CLMLIB.
051000     PERFORM 2100-READ-CLMLIB THRU 2100-EXIT
051100             UNTIL EOF-CLB = 1.
051200     CLOSE CLMLIB.
051300     GO TO 2000-DONE.
051400
051500 2100-READ-CLMLIB.
051600     READ CLMLIB INTO HHA-OUT-DATA
051700          AT END   MOVE 1 TO EOF-CLB
051800                   PERFORM 2300-CHECK-EOF THRU 2300-EXIT
051900                   GO TO 2100-EXIT.
052000
052100     IF HHA-OUT-DATA (1:8) = 'HHOUTHDR'
052200        PERFORM 2150-TAKE-HEADER THRU 2150-EXIT
052300        GO TO 2100-EXIT.
052400
052500     IF HDR-SEEN-SW = 0
052600        DISPLAY '** HHMAJ213 - CLMLIB HAS NO HEADER RECORD **'
052700        DISPLAY '** NOT A PRICED OUTFILE - STOPPED **'
052800        MOVE 16 TO RETURN-CODE
052900        STOP RUN.
053000
053100     IF HHA-OUT-DATA (1:8) = 'HHOUTTRL'
053200        PERFORM 2200-CHECK-TRAILER THRU 2200-EXIT
053300        GO TO 2100-EXIT.
053400
053500     ADD 1 TO CLMLIB-CTR.
053600     ADD 1 TO VAL-COUNT.
053700     ADD HHA-TOTAL-PAYMENT   TO VAL-SUM-PAY.
053800     ADD HHA-OUTLIER-PAYMENT TO VAL-SUM-OUTL.
053900
054000     IF NOT HHA-TOB-IS-CLAIM
054100        OR HHA-DCN = SPACES
054200         GO TO 2100-EXIT.
054300     IF DATES-GIVEN
054400        AND (HHA-SERV-FROM-DATE < MAJ-FROM-LOW
054500          OR HHA-SERV-FROM-DATE > MAJ-FROM-HIGH)
054600         GO TO 2100-EXIT.
054700
054800     MOVE HHA-NPI              TO SRT-NPI.
054900     MOVE HHA-HIC              TO SRT-HIC.
055000     MOVE HHA-SERV-FROM-DATE   TO SRT-FROM-DATE.
055100     MOVE CLMLIB-CTR           TO SRT-LIB-SEQ.
055200     MOVE HHA-OUT-DATA         TO SRT-IMAGE.
055300     RELEASE SORT-REC.
055400     ADD 1 TO RELEASE-CTR.
055500 2100-EXIT.  EXIT.
055600
055700 2150-TAKE-HEADER.
055800     ADD 1 TO SEGMENT-CTR.
055900     IF HHA-OUT-DATA (78:1) = 'T'
056000        AND OWN-RUN-MODE NOT = 'T'
056100         DISPLAY '** HHMAJ213 - TEST-STAMPED OUTFILE REFUSED'
056200         DISPLAY '** THIS JOB IS NOT IN TEST MODE - STOPPED'
056300         MOVE 16 TO RETURN-CODE
056400         STOP RUN.
056500     MOVE 1 TO HDR-SEEN-SW.
056600     MOVE 0 TO TRL-SEEN-SW.
056700     MOVE 0 TO VAL-COUNT.
056800     MOVE 0 TO VAL-SUM-PAY.
056900     MOVE 0 TO VAL-SUM-OUTL.
057000 2150-EXIT.  EXIT.
057100
057200 2200-CHECK-TRAILER.
057300     MOVE 1 TO TRL-SEEN-SW.
057400     MOVE HHA-OUT-DATA (1:650) TO VAL-TRL-REC.
057500     IF VAL-RECORD-COUNT NOT = VAL-COUNT
057600        OR VAL-TOTAL-PAY-SUM NOT = VAL-SUM-PAY
057700        OR VAL-OUTLIER-SUM NOT = VAL-SUM-OUTL
057800        DISPLAY '** HHMAJ213 - CLMLIB TRAILER OUT OF BALANCE'
057900        DISPLAY '** DATASET ' SEGMENT-CTR
058000                ' TRAILER COUNT ' VAL-RECORD-COUNT
058100                ' READ ' VAL-COUNT
058200        MOVE 16 TO RETURN-CODE
058300        STOP RUN.
058400 2200-EXIT.  EXIT.
058500
058600 2300-CHECK-EOF.
058700     IF TRL-SEEN-SW = 0
058800        DISPLAY '** HHMAJ213 - CLMLIB ENDED WITH NO TRAILER'
058900        MOVE 16 TO RETURN-CODE
059000        STOP RUN.
059100 2300-EXIT.  EXIT.
059200
059300 2000-DONE.
059400     EXIT.
059500
059600*================================================================*
059700*    MATCH THE SORTED IMAGES TO THE HISTORY MASTER BY CLAIM KEY. *
059800*    AN IMAGE WITH NO HISTORY ENTRY IS IGNORED; A HISTORY ENTRY  *
059900*    THE PROJECT SELECTS IS ADJUSTED FROM THE LATEST IMAGE OF    *
060000*    ITS CURRENT DCN, OR REPORTED AS NOT ADJUSTABLE              *
060100*================================================================*
060200 3000-MATCH-HISTORY  SECTION.
060300
060400     OPEN INPUT HISTFILE.
060500     MOVE 0 TO EOF-HSF.
060600     MOVE 0 TO EOF-SRT.
060700     PERFORM 3100-READ-HIST THRU 3100-EXIT.
060800     PERFORM 3150-RETURN-IMAGE THRU 3150-EXIT.
060900     PERFORM 3200-MATCH-ONE THRU 3200-EXIT
061000             UNTIL EOF-HSF = 1.
061100     CLOSE HISTFILE.
061200     GO TO 3000-DONE.
061300
061400 3100-READ-HIST.
061500     READ HISTFILE
061600          AT END   MOVE 1 TO EOF-HSF
061700                   MOVE HIGH-VALUES TO MAJ-HIST-KEY
061800                   GO TO 3100-EXIT.
061900     ADD 1 TO HISTFILE-CTR.
062000     MOVE HSF-KEY TO MAJ-HIST-KEY.
062100 3100-EXIT.  EXIT.
062200
062300 3150-RETURN-IMAGE.
062400     RETURN SORTFILE
062500          AT END   MOVE 1 TO EOF-SRT
062600                   MOVE HIGH-VALUES TO MAJ-IMAGE-KEY
062700                   GO TO 3150-EXIT.
062800     MOVE SRT-KEY TO MAJ-IMAGE-KEY.
062900 3150-EXIT.  EXIT.
063000
063100 3200-MATCH-ONE.
063200*    IMAGES AHEAD OF THIS HISTORY KEY HAVE NO HISTORY ENTRY
063300     PERFORM 3150-RETURN-IMAGE THRU 3150-EXIT
063400             UNTIL MAJ-IMAGE-KEY NOT < MAJ-HIST-KEY.
063500
063600*    THE LAST IMAGE IN LIBRARY ORDER CARRYING THE CURRENT DCN
063700     MOVE 'N' TO MAJ-IMAGE-SW.
063800     PERFORM 3250-TAKE-IMAGE THRU 3250-EXIT
063900             UNTIL MAJ-IMAGE-KEY NOT = MAJ-HIST-KEY.
064000
064100     PERFORM 3300-CHECK-HISTORY THRU 3300-EXIT.
064200     IF MAJ-CRITERIA-MET
064300         PERFORM 3400-SELECT-CLAIM THRU 3400-EXIT.
064400     PERFORM 3100-READ-HIST THRU 3100-EXIT.
064500 3200-EXIT.  EXIT.
064600
064700 3250-TAKE-IMAGE.
064800     IF SRT-IMAGE (635:8) = HSF-DCN
064900         MOVE SRT-IMAGE TO HOLD-IMAGE
065000         MOVE 'Y' TO MAJ-IMAGE-SW.
065100     PERFORM 3150-RETURN-IMAGE THRU 3150-EXIT.
065200 3250-EXIT.  EXIT.
065300
065400*    THE HISTORY-SIDE CRITERIA - A PAID, UNCANCELLED FINAL CLAIM
065500*    FOR A PROJECT PROVIDER, SERVICE DATE AND RTC
065600 3300-CHECK-HISTORY.
065700     MOVE 'N' TO MAJ-MATCH-SW.
065800     IF HSF-TOB-CLASS NOT = 'C'
065900        OR HSF-ADJ-IND = 'C'
066000        OR NOT HSF-RTC-PAYABLE
066100         GO TO 3300-EXIT.
066200     IF DATES-GIVEN
066300        AND (HSF-FROM-DATE < MAJ-FROM-LOW
066400          OR HSF-FROM-DATE > MAJ-FROM-HIGH)
066500         GO TO 3300-EXIT.
066600     IF PROV-NEXT > 0
066700         MOVE 1 TO CR-SUB
066800         PERFORM 3310-NEXT-PROV THRU 3310-EXIT
066900                 UNTIL CR-SUB > PROV-NEXT
067000                    OR CRT-PROV (CR-SUB) = HSF-PROV-NO
067100         IF CR-SUB > PROV-NEXT
067200             GO TO 3300-EXIT.
067300     IF RTC-NEXT > 0
067400         MOVE 1 TO CR-SUB
067500         PERFORM 3320-NEXT-RTC THRU 3320-EXIT
067600                 UNTIL CR-SUB > RTC-NEXT
067700                    OR CRT-RTC (CR-SUB) = HSF-PAY-RTC
067800         IF CR-SUB > RTC-NEXT
067900             GO TO 3300-EXIT.
068000     MOVE 'Y' TO MAJ-MATCH-SW.
068100 3300-EXIT.  EXIT.
068200
068300 3310-NEXT-PROV.
068400     ADD 1 TO CR-SUB.
068500 3310-EXIT.  EXIT.
068600
068700 3320-NEXT-RTC.
068800     ADD 1 TO CR-SUB.
068900 3320-EXIT.  EXIT.
069000
069100*    THE IMAGE-SIDE CRITERIA (CBSA, HRG) NEED THE CLAIM IMAGE -
069200*    WITHOUT ONE A CANDIDATE CANNOT BE ADJUSTED EITHER WAY
069300 3400-SELECT-CLAIM.
069400     MOVE SPACES TO MAJ-REASON.
069500     IF MAJ-IMAGE-FOUND
069600         MOVE HOLD-IMAGE TO HHA-OUT-DATA
069700         PERFORM 3500-CHECK-IMAGE THRU 3500-EXIT
069800         IF NOT MAJ-CRITERIA-MET
069900             GO TO 3400-EXIT.
070000
070100     ADD 1 TO SELECTED-CTR.
070200     ADD HSF-TOTAL-PAYMENT TO PRIOR-TOTAL-SUM.
070300     MOVE SPACES              TO MCT-DETAIL.
070400     MOVE 'D'                 TO MCT-REC-TYPE.
070500     MOVE MAJ-PROJECT-ID      TO MCT-PROJECT-ID.
070600     MOVE HSF-NPI             TO MCT-NPI.
070700     MOVE HSF-HIC             TO MCT-HIC.
070800     MOVE HSF-FROM-DATE       TO MCT-FROM-DATE.
070900     MOVE HSF-PROV-NO         TO MCT-PROV-NO.
071000     MOVE HSF-DCN             TO MCT-PRED-DCN.
071100     MOVE HSF-PAY-RTC         TO MCT-PRIOR-RTC.
071200     MOVE HSF-TOTAL-PAYMENT   TO MCT-PRIOR-TOTAL.
071300
071400     IF HSF-DCN = SPACES
071500         MOVE 'NO DCN ON HISTORY'    TO MAJ-REASON
071600     ELSE
071700     IF HSF-DCN (1:3) = MAJ-PROJECT-ID
071800         MOVE 'ALREADY IN PROJECT'   TO MAJ-REASON
071900     ELSE
072000     IF NOT MAJ-IMAGE-FOUND
072100         MOVE 'NO CLAIM IMAGE'       TO MAJ-REASON
072200     ELSE
072300     IF HHA-IS-MANUAL-PRICED
072400         MOVE 'MANUALLY PRICED'      TO MAJ-REASON
072500     ELSE
072600     IF HHA-IS-INFORMATIONAL
072700         MOVE 'INFORMATIONAL CLAIM'  TO MAJ-REASON
072800     ELSE
072900     IF MAJ-LAST-SEQ NOT < 99999
073000         MOVE 'DCN RANGE EXHAUSTED'  TO MAJ-REASON.
073100
073200     IF MAJ-IMAGE-FOUND
073300         MOVE HHA-CBSA            TO MCT-CBSA
073400         MOVE HHA-HRG-INPUT-CODE  TO MCT-HRG.
073500
073600     IF MAJ-REASON NOT = SPACES
073700         MOVE 'X'                 TO MCT-STATUS
073800         MOVE MAJ-REASON          TO MCT-REASON
073900         ADD 1 TO NOT-ADJUSTED-CTR
074000         PERFORM 3800-WRITE-MASSCTL THRU 3800-EXIT
074100         GO TO 3400-EXIT.
074200
074300     PERFORM 3600-BUILD-ADJUSTMENT THRU 3600-EXIT.
074400     MOVE 'G'                     TO MCT-STATUS.
074500     MOVE HHA-DCN                 TO MCT-NEW-DCN.
074600     ADD 1 TO GENERATED-CTR.
074700     PERFORM 3800-WRITE-MASSCTL THRU 3800-EXIT.
074800 3400-EXIT.  EXIT.
074900
075000 3500-CHECK-IMAGE.
075100     MOVE 'N' TO MAJ-MATCH-SW.
075200     IF CBSA-NEXT > 0
075300         MOVE 1 TO CR-SUB
075400         PERFORM 3510-NEXT-CBSA THRU 3510-EXIT
075500                 UNTIL CR-SUB > CBSA-NEXT
075600                    OR CRT-CBSA (CR-SUB) = HHA-CBSA
075700         IF CR-SUB > CBSA-NEXT
075800             GO TO 3500-EXIT.
075900     IF HRG-NEXT > 0
076000         MOVE 1 TO CR-SUB
076100         PERFORM 3520-NEXT-HRG THRU 3520-EXIT
076200                 UNTIL CR-SUB > HRG-NEXT
076300                    OR CRT-HRG (CR-SUB) = HHA-HRG-INPUT-CODE
076400         IF CR-SUB > HRG-NEXT
076500             GO TO 3500-EXIT.
076600     MOVE 'Y' TO MAJ-MATCH-SW.
076700 3500-EXIT.  EXIT.
076800
076900 3510-NEXT-CBSA.
077000     ADD 1 TO CR-SUB.
077100 3510-EXIT.  EXIT.
077200
077300 3520-NEXT-HRG.
077400     ADD 1 TO CR-SUB.
077500 3520-EXIT.  EXIT.
077600
077700*    THE TRANSACTION IS THE CURRENT VERSION AS BILLED - HHMGR213
077800*    CLEARS ITS PRICED FIELDS AND SETTLES IT AGAINST HISTORY
077900 3600-BUILD-ADJUSTMENT.
078000     ADD 1 TO MAJ-LAST-SEQ.
078100     MOVE MAJ-PROJECT-ID      TO MAJ-DCN-PROJECT.
078200     MOVE MAJ-LAST-SEQ        TO MAJ-DCN-SEQ.
078300     MOVE 'A'                 TO HHA-ADJ-IND.
078400     MOVE HHA-DCN             TO HHA-PRED-DCN.
078500     MOVE MAJ-DCN-WORK        TO HHA-DCN.
078600     MOVE 0                   TO HHA-ORIG-TOTAL-PAYMENT.
078700     MOVE 0                   TO HHA-NET-ADJ-AMT.
078710*    HHAFILE CARRIES VERSION 2 (650-BYTE) CLAIMS - A VERSION 3
078720*    IMAGE GOES BACK TO ITS BILLED CCN AND DROPS THE EXTENSION,
078730*    WHICH HHMGR213 REBUILDS WHEN IT PRICES THE ADJUSTMENT
078740     IF HHA-REC-VERSION = '3'
078750         IF HHA-BILLED-PROV-NO NOT = SPACES
078760             MOVE HHA-BILLED-PROV-NO TO HHA-PROV-NO.
078770     MOVE '2'                 TO HHA-REC-VERSION.
078800     WRITE MASSADJ-REC FROM HHA-OUT-DATA.
078900     IF MAJ-STAT1 > 0 DISPLAY ' BADA WRITE ON MASSADJ FILE'.
079000     ADD 1 TO MASSADJ-CTR.
079100 3600-EXIT.  EXIT.
079200
079300 3800-WRITE-MASSCTL.
079400     WRITE MASSCTL-REC FROM MCT-DETAIL.
079500     IF MCT-STAT1 > 0 DISPLAY ' BADC WRITE ON MASSCTL FILE'.
079600     ADD 1 TO MASSCTL-CTR.
079700 3800-EXIT.  EXIT.
079800
079900 3000-DONE.
080000     EXIT.
