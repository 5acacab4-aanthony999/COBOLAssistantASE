002500*                   PROVIDER (HHSMP213'S SYSTEMATIC DRAW)         *
002600*  THE ANALYTIC PRINT REPORTS STAY WITH THE OWNING PROGRAMS,      *
002700*  WHICH REMAIN AVAILABLE FOR AD-HOC RUNS.                        *
002710*  EACH REMITTANCE DECISION AND HISTORY POSTING IS ALSO APPENDED  *
002720*  TO THE CLMJRNL CLAIM LIFECYCLE JOURNAL, KEYED BY DCN.          *
002800*----------------------------------------------------------------*
002900
003000 DATE-COMPILED.
005600         FILE STATUS IS SMF-STAT.
005600     SELECT OPTIONAL MODECARD ASSIGN TO UT-S-MODECARD
005600         FILE STATUS IS MDC-STAT.
005610     SELECT CLMJRNL   ASSIGN TO UT-S-CLMJRNL
005620         FILE STATUS IS JRN-STAT.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006800
006900 FD  OUTFILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS V
007110     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
007200     BLOCK CONTAINS 0 RECORDS.
007300 01  OUT-REC                    PIC X(1000).
007400
007500 FD  REMITFIL
007600     LABEL RECORDS ARE STANDARD
008500         10  HKS-NPI            PIC X(10).
008600         10  HKS-HIC            PIC X(12).
008700         10  HKS-FROM-DATE      PIC X(08).
008800     05  HKS-DATA.
008810         10  FILLER             PIC X(60).
008820         10  HKS-INIT-DATE      PIC X(08).
008830         10  FILLER             PIC X(02).
008900
009000 FD  CMXFILE
009100     RECORDING MODE IS F
010100
010200 FD  SAMPFILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORDING MODE IS V
010410     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
010500     BLOCK CONTAINS 0 RECORDS.
010510 01  SAMP-REC                   PIC X(1000).
010600
010600 FD  MODECARD
010600     RECORDING MODE IS F
010600 01  MODECARD-REC.
010600     05  MDC-RUN-MODE           PIC X(01).
010600     05  FILLER                 PIC X(79).
010610
010620 FD  CLMJRNL
010630     RECORDING MODE IS F
010640     BLOCK CONTAINS 0 RECORDS
010650     LABEL RECORDS ARE STANDARD.
010660 01  CLMJRNL-REC                PIC X(120).
010700
010800 WORKING-STORAGE SECTION.
010900 01  FILLER                     PIC X(40)  VALUE
011400 01  OUTFILE-CTR                PIC 9(09)  VALUE 0.
011500 01  REMIT-OUT-CTR              PIC 9(09)  VALUE 0.
011600 01  REMIT-HELD-CTR             PIC 9(09)  VALUE 0.
011610 01  REMIT-SUM-PAY              PIC 9(11)V9(02) VALUE 0.
011620 01  REMIT-SUM-OUTL             PIC 9(11)V9(02) VALUE 0.
011630 01  REMIT-SUM-NET              PIC S9(11)V9(02) VALUE 0.
011640 01  REMIT-SUM-INT              PIC 9(11)V9(02) VALUE 0.
011650 01  REMIT-SUM-SEQ              PIC 9(11)V9(02) VALUE 0.
011700 01  HIST-ADD-CTR               PIC 9(09)  VALUE 0.
011800 01  HIST-REPL-CTR              PIC 9(09)  VALUE 0.
011900 01  CMX-OUT-CTR                PIC 9(07)  VALUE 0.
012100 01  SAMPLED-CTR                PIC 9(09)  VALUE 0.
012200 01  HDR-SEEN-SW                PIC 9(01)  VALUE 0.
012300 01  TRL-SEEN-SW                PIC 9(01)  VALUE 0.
012310 01  OUT-RUN-DATE               PIC X(08)  VALUE SPACES.
012400 01  VAL-COUNT                  PIC 9(09)  VALUE 0.
012500 01  VAL-SUM-PAY                PIC 9(13)V9(02) VALUE 0.
012600 01  VAL-SUM-OUTL               PIC 9(13)V9(02) VALUE 0.
016100     05  MDC-STAT1              PIC X.
016100     05  MDC-STAT2              PIC X.
016100 01  OWN-RUN-MODE               PIC X(01)  VALUE 'P'.
016105 01  JRN-STAT.
016110     05  JRN-STAT1              PIC X.
016115     05  JRN-STAT2              PIC X.
016120 01  CLMJRNL-CTR                PIC 9(09)  VALUE 0.
016125 01  JRN-EVENT.
016130     05  JRN-DCN                PIC X(08).
016135     05  JRN-CLAIM-KEY.
016140         10  JRN-NPI            PIC X(10).
016145         10  JRN-HIC            PIC X(12).
016150         10  JRN-FROM-DATE      PIC X(08).
016155     05  JRN-EVENT-DATE         PIC X(08).
016160     05  JRN-EVENT-TIME         PIC X(08).
016165     05  JRN-PROGRAM            PIC X(08).
016170     05  JRN-STEP               PIC X(10).
016175     05  JRN-OUTCOME            PIC X(24).
016180     05  JRN-RTC                PIC X(02).
016185     05  JRN-AMOUNT             PIC S9(09)V9(02).
016190     05  JRN-RUN-MODE           PIC X(01).
016195     05  FILLER                 PIC X(10).
016200 01  VAL-TRL-REC.
016300     05  VAL-ID                 PIC X(08).
016400     05  VAL-RECORD-COUNT       PIC 9(09).
021900     05  HHA-CLAIM-CLASS         PIC X(01).
022000     05  HHA-DCN                 PIC X(08).
022100     05  HHA-PRED-DCN            PIC X(08).
022110*    VERSION 3 EXTENSION (BYTES 651-1000) - LIFTED FROM
022120*    THE VERSION 2 FIELDS WHEN A VERSION 2 RECORD IS READ
022130     05  HHA-V3-EXTENSION.
022140         10  HHA-SEQ-PAYABLE-AMT    PIC 9(07)V9(02).
022150         10  HHA-BILLED-PROV-NO     PIC X(06).
022160         10  HHA-SUBMIT-MEDIA       PIC X(01).
022170         10  HHA-LIFT-DATE          PIC X(08).
022180         10  FILLER                 PIC X(326).
022200
022300*----------------------------------------------------------------*
022400*  REMITTANCE RECORD - MUST MATCH HHRMT213'S RMT-DETAIL-LINE      *
024900     05  RMT-MSP-PRIM-AMT        PIC ZZZZZZ9.99.
025000     05  FILLER                  PIC X(01)  VALUE ','.
025100     05  RMT-CONTRACT            PIC X(01).
025101     05  FILLER                  PIC X(01)  VALUE ','.
025102*        'Y' = MANUALLY PRICED (HHA-CLAIM-CLASS 'M')
025103     05  RMT-MANUAL-IND          PIC X(01).
025200
025205*----------------------------------------------------------------*
025210*  REMITTANCE TRAILER - MUST MATCH HHRMT213'S RMT-TRAILER-LINE   *
025215*----------------------------------------------------------------*
025220 01  RMT-TRAILER-LINE.
025225     05  RTL-ID                  PIC X(08)  VALUE 'HHRMTTRL'.
025230     05  FILLER                  PIC X(01)  VALUE ','.
025235     05  RTL-RECORD-COUNT        PIC 9(09).
025240     05  FILLER                  PIC X(01)  VALUE ','.
025245     05  RTL-TOTAL-PAYMENT       PIC 9(11).99.
025250     05  FILLER                  PIC X(01)  VALUE ','.
025255     05  RTL-OUTLIER-PAYMENT     PIC 9(11).99.
025260     05  FILLER                  PIC X(01)  VALUE ','.
025265     05  RTL-NET-ADJ-AMT         PIC -9(11).99.
025270     05  FILLER                  PIC X(01)  VALUE ','.
025275     05  RTL-INTEREST-AMT        PIC 9(11).99.
025280     05  FILLER                  PIC X(01)  VALUE ','.
025285     05  RTL-SEQ-AMT             PIC 9(11).99.
025290     05  FILLER                  PIC X(26)  VALUE SPACES.
025300
025400*----------------------------------------------------------------*
025500*  KEYED HISTORY RECORD - MUST MATCH THE HHHSU213/HHIDX213 FORM   *
026900     05  HIST-ADMIT-DATE         PIC X(08).
027000     05  HIST-DCN                PIC X(08).
027100     05  HIST-PRED-DCN           PIC X(08).
027110*        RUN DATE OF THE CLAIM'S INITIAL DETERMINATION - AN
027120*        ADJUSTMENT CARRIES FORWARD THE DATE OF THE CLAIM IT
027130*        REPLACES, FOR THE REOPENING-WINDOW EDIT
027140     05  HIST-INIT-DATE          PIC X(08).
027200     05  FILLER                  PIC X(02).
027300
027400*----------------------------------------------------------------*
027500*  CASE-MIX CELLS AND EXTRACT RECORD - HHCMX213'S FORM            *
037500         OPEN OUTPUT CRXFILE.
037600     IF OPT-SAMPLE-SW = 'Y'
037700         OPEN OUTPUT SAMPFILE.
037710*    REMITTANCE AND POSTING EVENTS GO TO THE LIFECYCLE JOURNAL,
037720*    WHICH ACCUMULATES ACROSS RUNS - CREATED ON FIRST USE
037730     IF OPT-REMIT-SW = 'Y' OR OPT-HIST-SW = 'Y'
037740         OPEN EXTEND CLMJRNL
037750         IF JRN-STAT1 NOT = '0'
037760             OPEN OUTPUT CLMJRNL.
037770     MOVE SPACES TO JRN-EVENT.
037800
037900     PERFORM 1000-FAN-OUT-ONE THRU 1000-EXIT
038000             UNTIL EOF-OUT = 1.
038600
038700     CLOSE PSTPARM OUTFILE.
038800     IF OPT-REMIT-SW = 'Y'
038810         PERFORM 2100-WRITE-REMIT-TRAILER THRU 2100-EXIT
038900         CLOSE REMITFIL.
039000     IF OPT-HIST-SW = 'Y'
039100         CLOSE HISTKSDS.
039500         CLOSE CRXFILE.
039600     IF OPT-SAMPLE-SW = 'Y'
039700         CLOSE SAMPFILE.
039710     IF OPT-REMIT-SW = 'Y' OR OPT-HIST-SW = 'Y'
039720         CLOSE CLMJRNL.
039800
039900     DISPLAY '-- PROGRAM HHPST213  VERSION  ===> ' HHPST-VERSION.
040000     DISPLAY '-- OUTFILE RECORDS READ       ===> ' OUTFILE-CTR.
040500     DISPLAY '-- CASE-MIX CELLS WRITTEN     ===> ' CMX-OUT-CTR.
040600     DISPLAY '-- COST-REPORT ROWS WRITTEN   ===> ' CRX-OUT-CTR.
040700     DISPLAY '-- CLAIMS SAMPLED             ===> ' SAMPLED-CTR.
040710     DISPLAY '-- JOURNAL EVENTS WRITTEN     ===> ' CLMJRNL-CTR.
040800
040900     STOP RUN.
041000
044100*    THE SAME HEADER/TRAILER DISCIPLINE HHRMT213 ENFORCES
044200     IF HHA-NPI (1:8) = 'HHOUTHDR'
044200        PERFORM 1100-CHECK-RUN-MODE THRU 1100-EXIT
044210        MOVE HHA-OUT-DATA (9:8) TO OUT-RUN-DATE
044300        MOVE 1 TO HDR-SEEN-SW
044400        MOVE 0 TO TRL-SEEN-SW
044500        MOVE 0 TO VAL-COUNT
045500        GO TO 1000-EXIT.
045600
045700     ADD 1 TO OUTFILE-CTR.
045710     PERFORM 1000A-LIFT-VERSION-2 THRU 1000A-EXIT.
045800     ADD 1 TO VAL-COUNT.
045900     ADD HHA-TOTAL-PAYMENT   TO VAL-SUM-PAY.
046000     ADD HHA-OUTLIER-PAYMENT TO VAL-SUM-OUTL.
047000     IF OPT-SAMPLE-SW = 'Y'
047100         PERFORM 5500-SAMPLE-ONE THRU 5500-EXIT.
047200 1000-EXIT.  EXIT.
047205
047210*================================================================*
047215*    A VERSION 2 RECORD CARRIES NO VERSION 3 EXTENSION - LIFT    *
047220*    ONE FROM ITS VERSION 2 FIELDS SO BOTH LAYOUTS READ ALIKE    *
047225*================================================================*
047230 1000A-LIFT-VERSION-2.
047235     IF HHA-OUT-DATA (563:1) = '3'
047240         GO TO 1000A-EXIT.
047245     MOVE SPACES            TO HHA-V3-EXTENSION.
047250     MOVE HHA-PROV-NO       TO HHA-BILLED-PROV-NO.
047275     MOVE HHA-TOTAL-PAYMENT TO HHA-SEQ-PAYABLE-AMT.
047280     IF HHA-SEQUESTRATION-AMT NUMERIC
047285        AND HHA-SEQUESTRATION-AMT NOT > HHA-TOTAL-PAYMENT
047290         SUBTRACT HHA-SEQUESTRATION-AMT FROM HHA-SEQ-PAYABLE-AMT.
047295 1000A-EXIT.  EXIT.
047300
047400 1200-CHECK-TRAILER.
047500     MOVE 1 TO TRL-SEEN-SW.
049300*    REMITTANCE - HHRMT213'S RECORD AND HOLD RULES               *
049400*================================================================*
049500 2000-REMIT-ONE.
049510     MOVE 'REMIT'               TO JRN-STEP.
049520     MOVE HHA-TOTAL-PAYMENT     TO JRN-AMOUNT.
049600     IF HHA-SUSPECT-IND = 'S'
049700         ADD 1 TO REMIT-HELD-CTR
049710         MOVE 'HELD - SUSPECT'  TO JRN-OUTCOME
049720         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
049800         GO TO 2000-EXIT.
049900     IF HHA-CLAIM-CLASS = 'I'
050000         ADD 1 TO REMIT-HELD-CTR
050010         MOVE 'HELD - INFORMATIONAL' TO JRN-OUTCOME
050020         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
050100         GO TO 2000-EXIT.
050200
050300     MOVE HHA-NPI               TO RMT-NPI.
051300     MOVE HHA-MSP-IND           TO RMT-MSP-IND.
051400     MOVE HHA-MSP-PRIM-PAY-AMT  TO RMT-MSP-PRIM-AMT.
051500     MOVE HHA-CONTRACT-CODE     TO RMT-CONTRACT.
051501     IF HHA-CLAIM-CLASS = 'M'
051502         MOVE 'Y'               TO RMT-MANUAL-IND
051503     ELSE
051504         MOVE 'N'               TO RMT-MANUAL-IND.
051600     WRITE REMITFIL-REC FROM RMT-DETAIL-LINE.
051700     IF RMT-STAT1 > 0 DISPLAY ' BADF WRITE ON REMITFIL FILE'.
051800     ADD 1 TO REMIT-OUT-CTR.
051810     ADD HHA-TOTAL-PAYMENT     TO REMIT-SUM-PAY.
051820     ADD HHA-OUTLIER-PAYMENT   TO REMIT-SUM-OUTL.
051830     ADD HHA-NET-ADJ-AMT       TO REMIT-SUM-NET.
051840     ADD HHA-INTEREST-AMT      TO REMIT-SUM-INT.
051850     ADD HHA-SEQUESTRATION-AMT TO REMIT-SUM-SEQ.
051860     MOVE 'REMITTED'            TO JRN-OUTCOME.
051870     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
051900 2000-EXIT.  EXIT.
051908
051916 2100-WRITE-REMIT-TRAILER.
051924     MOVE REMIT-OUT-CTR  TO RTL-RECORD-COUNT.
051932     MOVE REMIT-SUM-PAY  TO RTL-TOTAL-PAYMENT.
051940     MOVE REMIT-SUM-OUTL TO RTL-OUTLIER-PAYMENT.
051948     MOVE REMIT-SUM-NET  TO RTL-NET-ADJ-AMT.
051956     MOVE REMIT-SUM-INT  TO RTL-INTEREST-AMT.
051964     MOVE REMIT-SUM-SEQ  TO RTL-SEQ-AMT.
051972     WRITE REMITFIL-REC FROM RMT-TRAILER-LINE.
051980     IF RMT-STAT1 > 0 DISPLAY ' BADT WRITE ON REMITFIL FILE'.
051988 2100-EXIT.  EXIT.
052000
052100*================================================================*
052200*    KEYED HISTORY POSTING - HHHSU213'S SELECTION RULES          *
054100     MOVE HHA-ADMIT-DATE        TO HIST-ADMIT-DATE.
054200     MOVE HHA-DCN               TO HIST-DCN.
054300     MOVE HHA-PRED-DCN          TO HIST-PRED-DCN.
054310     MOVE OUT-RUN-DATE          TO HIST-INIT-DATE.
054400
054500     MOVE HIST-KEY TO HKS-KEY.
054600     READ HISTKSDS
054900             WRITE HISTKSDS-REC
055000             END-WRITE
055100             ADD 1 TO HIST-ADD-CTR
055110             MOVE 'ADDED TO MASTER'    TO JRN-OUTCOME
055200         NOT INVALID KEY
055210             IF HIST-ADJ-IND = 'A'
055220                 MOVE HKS-INIT-DATE TO HIST-INIT-DATE
055230             END-IF
055300             MOVE HIST-RECORD TO HISTKSDS-REC
055400             REWRITE HISTKSDS-REC
055500             END-REWRITE
055600             ADD 1 TO HIST-REPL-CTR
055610             MOVE 'REPLACED ON MASTER' TO JRN-OUTCOME
055700     END-READ.
055710     MOVE 'HISTORY'             TO JRN-STEP.
055720     MOVE HHA-TOTAL-PAYMENT     TO JRN-AMOUNT.
055730     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT.
055800 3000-EXIT.  EXIT.
055900
056000*================================================================*
073600     IF CRF-STAT1 > 0 DISPLAY ' BADX WRITE ON CRXFILE FILE'.
073700     ADD 1 TO CRX-OUT-CTR.
073800 7200-EXIT.  EXIT.
073810
073820*================================================================*
073830*    APPEND ONE EVENT TO THE CLAIM LIFECYCLE JOURNAL - THE CALLER *
073840*    HAS SET THE STEP, OUTCOME AND AMOUNT                         *
073850*================================================================*
073860 8000-WRITE-JOURNAL.
073870     MOVE HHA-DCN               TO JRN-DCN.
073880     MOVE HHA-NPI               TO JRN-NPI.
073890     MOVE HHA-HIC               TO JRN-HIC.
073900     MOVE HHA-SERV-FROM-DATE    TO JRN-FROM-DATE.
073910     MOVE HHA-PAY-RTC           TO JRN-RTC.
073920     MOVE OWN-RUN-MODE          TO JRN-RUN-MODE.
073930     MOVE 'HHPST213'            TO JRN-PROGRAM.
073940     ACCEPT JRN-EVENT-DATE FROM DATE YYYYMMDD.
073950     ACCEPT JRN-EVENT-TIME FROM TIME.
073960     WRITE CLMJRNL-REC FROM JRN-EVENT.
073970     IF JRN-STAT1 > 0 DISPLAY ' BADZ WRITE ON CLMJRNL FILE'.
073980     ADD 1 TO CLMJRNL-CTR.
073990 8000-EXIT.  EXIT.
