000200 PROGRAM-ID.    HHRMT213.                                         00020000
000300                                                                  00030000
000400*----------------------------------------------------------------*00040000
000500*  THIS PROGRAM READS THE PRICED OUTFILE (THE RAW 1000-BYTE      *      31
000600*  HHA-INPUT-DATA RECORD WRITTEN BY HHMGR213) AND BUILDS A        00060000
000700*  DELIMITED REMITTANCE EXTRACT CONTAINING ONLY THE FIELDS THE    00070000
000800*  GENERAL-LEDGER AND CLAIMS-PAYMENT SYSTEMS NEED - NPI, HIC,     00080000
000900*  TOB, TOTAL PAYMENT, OUTLIER PAYMENT, VBP ADJUSTMENT AMOUNT,    00090000
001000*  AND THE PRICER RETURN CODE - SO THOSE SYSTEMS NEVER HAVE TO    00100000
001100*  KNOW OUR INTERNAL 1000-BYTE RECORD LAYOUT                            31
001200*----------------------------------------------------------------*00120000
001300                                                                  00130000
001400 DATE-COMPILED.                                                   00140000
002700         FILE STATUS IS RMT-STAT.                                 00270000
002710     SELECT OPTIONAL MODECARD ASSIGN TO UT-S-MODECARD                   95
002720         FILE STATUS IS MDC-STAT.                                       95
002730     SELECT CLMJRNL   ASSIGN TO UT-S-CLMJRNL                            25
002740         FILE STATUS IS JRN-STAT.                                       25
002800                                                                  00280000
002900 DATA DIVISION.                                                   00290000
003000 FILE SECTION.                                                    00300000
003100 FD  OUTFILE                                                      00310000
003200     LABEL RECORDS ARE STANDARD                                   00320000
003300     RECORDING MODE IS V                                                31
003310     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
003400     BLOCK CONTAINS 0 RECORDS.                                    00340000
003500 01  OUT-REC                     PIC X(1000).                           31
003600                                                                  00360000
003700 FD  REMITFIL                                                     00370000
003800     LABEL RECORDS ARE STANDARD                                   00380000
004160 01  MODECARD-REC.                                                      95
004170     05  MDC-RUN-MODE           PIC X(01).                              95
004180     05  FILLER                 PIC X(79).                              95
004182                                                                        25
004184 FD  CLMJRNL                                                            25
004186     RECORDING MODE IS F                                                25
004188     BLOCK CONTAINS 0 RECORDS                                           25
004190     LABEL RECORDS ARE STANDARD.                                        25
004192 01  CLMJRNL-REC                PIC X(120).                             25
004200                                                                  00420000
004300 WORKING-STORAGE SECTION.                                         00430000
004400 01  FILLER                      PIC X(40)  VALUE                 00440000
004700 01  EOF-OUT                      PIC 9(01)  VALUE 0.             00470000
004800 01  IN-CT                        PIC 9(07)  VALUE 0.             00480000
004900 01  OUT-CT                       PIC 9(07)  VALUE 0.             00490000
004905 01  MANUAL-CT                    PIC 9(07)  VALUE 0.                   11
004910 01  HELD-CT                      PIC 9(07)  VALUE 0.                 69
004911 01  MSP-CT                       PIC 9(07)  VALUE 0.                  87
004912 01  INFO-CT                      PIC 9(07)  VALUE 0.                  97
005520     05  MDC-STAT1                PIC X.                                95
005530     05  MDC-STAT2                PIC X.                                95
005540 01  OWN-RUN-MODE                 PIC X(01)  VALUE 'P'.                 95
005541 01  RMT-SUM-PAY                  PIC 9(11)V9(02) VALUE 0.              05
005542 01  RMT-SUM-OUTL                 PIC 9(11)V9(02) VALUE 0.              05
005543 01  RMT-SUM-NET                  PIC S9(11)V9(02) VALUE 0.             05
005544 01  RMT-SUM-INT                  PIC 9(11)V9(02) VALUE 0.              05
005545 01  RMT-SUM-SEQ                  PIC 9(11)V9(02) VALUE 0.              05
005547 01  JRN-STAT.                                                          25
005549     05  JRN-STAT1                PIC X.                                25
005551     05  JRN-STAT2                PIC X.                                25
005553 01  CLMJRNL-CT                   PIC 9(07)  VALUE 0.                   25
005555 01  JRN-EVENT.                                                         25
005557     05  JRN-DCN                  PIC X(08).                            25
005559     05  JRN-CLAIM-KEY.                                                 25
005561         10  JRN-NPI              PIC X(10).                            25
005563         10  JRN-HIC              PIC X(12).                            25
005565         10  JRN-FROM-DATE        PIC X(08).                            25
005567     05  JRN-EVENT-DATE           PIC X(08).                            25
005569     05  JRN-EVENT-TIME           PIC X(08).                            25
005571     05  JRN-PROGRAM              PIC X(08).                            25
005573     05  JRN-STEP                 PIC X(10).                            25
005575     05  JRN-OUTCOME              PIC X(24).                            25
005577     05  JRN-RTC                  PIC X(02).                            25
005579     05  JRN-AMOUNT               PIC S9(09)V9(02).                     25
005581     05  JRN-RUN-MODE             PIC X(01).                            25
005583     05  FILLER                   PIC X(10).                            25
005600                                                                  00560000
005700*----------------------------------------------------------------*00570000
005800*  INPUT RECORD LAYOUT - PIC X(1000) - MUST STAY IN SYNC WITH           31
005900*  THE HHA-INPUT-DATA LAYOUT CARRIED BY HHMGR213/HHDRV213/        00590000
006000*  HHCAL213/HHCAL200/HHOPN213                                     00600000
006100*----------------------------------------------------------------*00610000
012430     05  HHA-CONTRACT-CODE        PIC X(01).                          94
012431*        'I' = INFORMATIONAL NO-PAY BILL - NEVER EXTRACTED             97
012432     05  HHA-CLAIM-CLASS          PIC X(01).                          97
012435     05  HHA-DCN                    PIC X(08).                          25
012440     05  FILLER                     PIC X(08).                          25
012445*    VERSION 3 EXTENSION (BYTES 651-1000) - LIFTED FROM                 31
012450*    THE VERSION 2 FIELDS WHEN A VERSION 2 RECORD IS READ               31
012455     05  HHA-V3-EXTENSION.                                              31
012460         10  HHA-SEQ-PAYABLE-AMT    PIC 9(07)V9(02).                    31
012465         10  HHA-BILLED-PROV-NO     PIC X(06).                          31
012470         10  HHA-SUBMIT-MEDIA       PIC X(01).                          31
012475         10  HHA-LIFT-DATE          PIC X(08).                          31
012480         10  FILLER                 PIC X(326).                         31
012500                                                                  01250000
012600*----------------------------------------------------------------*01260000
012700*  DELIMITED REMITTANCE RECORD - COMMA-SEPARATED FIXED FIELDS     01270000
014291     05  RMT-MSP-PRIM-AMT        PIC ZZZZZZ9.99.                      87
014292     05  FILLER                  PIC X(01)  VALUE ','.                94
014293     05  RMT-CONTRACT            PIC X(01).                           94
014294     05  FILLER                  PIC X(01)  VALUE ','.                  11
014295*        'Y' = MANUALLY PRICED - THE PAYMENT IS AN ANALYST'S            11
014296*        OVERRIDE AMOUNT (HHA-CLAIM-CLASS 'M'), NOT THE PRICER'S        11
014297     05  RMT-MANUAL-IND          PIC X(01).                             11
014310                                                                        05
014320*----------------------------------------------------------------*      05
014330*  REMITTANCE TRAILER - THE LAST RECORD ON REMITFIL, CARRYING    *      05
014340*  THE RECORD COUNT AND DOLLAR TOTALS THE 835 AND THE GL         *      05
014350*  BALANCE TO                                                    *      05
014360*----------------------------------------------------------------*      05
014370 01  RMT-TRAILER-LINE.                                                  05
014371     05  RTL-ID                  PIC X(08)  VALUE 'HHRMTTRL'.           05
014372     05  FILLER                  PIC X(01)  VALUE ','.                  05
014373     05  RTL-RECORD-COUNT        PIC 9(09).                             05
014374     05  FILLER                  PIC X(01)  VALUE ','.                  05
014375     05  RTL-TOTAL-PAYMENT       PIC 9(11).99.                          05
014376     05  FILLER                  PIC X(01)  VALUE ','.                  05
014377     05  RTL-OUTLIER-PAYMENT     PIC 9(11).99.                          05
014378     05  FILLER                  PIC X(01)  VALUE ','.                  05
014379     05  RTL-NET-ADJ-AMT         PIC -9(11).99.                         05
014380     05  FILLER                  PIC X(01)  VALUE ','.                  05
014381     05  RTL-INTEREST-AMT        PIC 9(11).99.                          05
014382     05  FILLER                  PIC X(01)  VALUE ','.                  05
014383     05  RTL-SEQ-AMT             PIC 9(11).99.                          05
014384     05  FILLER                  PIC X(26)  VALUE SPACES.               05
014400                                                                  01440000
014500**--------------------------------------------------------------  01450000
014600 PROCEDURE  DIVISION.                                             01460000
014830     PERFORM 0900-GET-OWN-MODE THRU 0900-EXIT.                          95
014900     OPEN INPUT  OUTFILE                                          01490000
015000          OUTPUT REMITFIL.                                        01500000
015010*    EACH REMITTANCE DECISION IS APPENDED TO THE CLAIM LIFECYCLE        25
015020*    JOURNAL, WHICH ACCUMULATES ACROSS RUNS - CREATED ON FIRST USE      25
015030     OPEN EXTEND CLMJRNL.                                               25
015040     IF JRN-STAT1 NOT = '0'                                             25
015050         OPEN OUTPUT CLMJRNL.                                           25
015060     MOVE SPACES TO JRN-EVENT.                                          25
015100                                                                  01510000
015200     MOVE 0 TO EOF-OUT.                                           01520000
015300                                                                  01530000
015500             UNTIL EOF-OUT = 1.                                   01550000
015600                                                                  01560000
015700     CLOSE OUTFILE.                                               01570000
015710     PERFORM 1700-WRITE-TRAILER THRU 1700-EXIT.                         05
015800     CLOSE REMITFIL.                                              01580000
015810     CLOSE CLMJRNL.                                                     25
015900                                                                  01590000
016000     DISPLAY '-- PROGRAM HHRMT213  VERSION  ===> ' HHRMT-VERSION. 01600000
016100     DISPLAY '-- OUTFILE RECORDS READ    ===> ' IN-CT.            01610000
016200     DISPLAY '-- REMITFIL RECORDS WRITTEN ===> ' OUT-CT.          01620000
016210     DISPLAY '-- SUSPECT RECORDS HELD     ===> ' HELD-CT.              69
016220     DISPLAY '-- MSP SECONDARY CLAIMS     ===> ' MSP-CT.                87
016221     DISPLAY '-- MANUALLY PRICED CLAIMS   ===> ' MANUAL-CT.             11
016225     DISPLAY '-- JOURNAL EVENTS WRITTEN   ===> ' CLMJRNL-CT.            25
016230     PERFORM 1500-SHOW-CONTRACTS THRU 1500-EXIT.                        94
016300                                                                  01630000
016400     STOP RUN.                                                    01640000
017371        PERFORM 1200-CHECK-TRAILER THRU 1200-EXIT                     70
017372        GO TO 1000-EXIT.                                              70
017373                                                                      70
017380     PERFORM 1000A-LIFT-VERSION-2 THRU 1000A-EXIT.                      31
017400     ADD 1 TO IN-CT.                                              01740000
017401     ADD 1 TO VAL-COUNT.                                              70
017402     ADD HHA-TOTAL-PAYMENT   TO VAL-SUM-PAY.                          70
017430*    KEPT OUT OF THE GL FEED                                          69
017440     IF HHA-SUSPECT-IND = 'S'                                         69
017450        ADD 1 TO HELD-CT                                              69
017453        MOVE 'HELD - SUSPECT'       TO JRN-OUTCOME                      25
017456        PERFORM 1800-WRITE-JOURNAL THRU 1800-EXIT                       25
017460        GO TO 1000-EXIT.                                              69
017461*    AN INFORMATIONAL NO-PAY BILL MOVES NO MONEY - IT STAYS            97
017462*    OUT OF THE REMITTANCE STREAM ENTIRELY                             97
017463     IF HHA-CLAIM-CLASS = 'I'                                          97
017464        ADD 1 TO INFO-CT                                               97
017465        MOVE 'HELD - INFORMATIONAL' TO JRN-OUTCOME                      25
017466        PERFORM 1800-WRITE-JOURNAL THRU 1800-EXIT                       25
017467        GO TO 1000-EXIT.                                               97
017500                                                                  01750000
017600     PERFORM 1100-BUILD-REMIT-LINE THRU 1100-EXIT.                01760000
017700                                                                  01770000
017800     WRITE REMITFIL-REC FROM RMT-DETAIL-LINE.                     01780000
017900     ADD 1 TO OUT-CT.                                             01790000
017910     ADD HHA-TOTAL-PAYMENT     TO RMT-SUM-PAY.                          05
017920     ADD HHA-OUTLIER-PAYMENT   TO RMT-SUM-OUTL.                         05
017930     ADD HHA-NET-ADJ-AMT       TO RMT-SUM-NET.                          05
017940     ADD HHA-INTEREST-AMT      TO RMT-SUM-INT.                          05
017950     ADD HHA-SEQUESTRATION-AMT TO RMT-SUM-SEQ.                          05
017960     MOVE 'REMITTED'             TO JRN-OUTCOME.                        25
017970     PERFORM 1800-WRITE-JOURNAL THRU 1800-EXIT.                         25
018000 1000-EXIT.  EXIT.                                                01800000
018005                                                                        31
018010*================================================================*      31
018015*    A VERSION 2 RECORD CARRIES NO VERSION 3 EXTENSION - LIFT    *      31
018020*    ONE FROM ITS VERSION 2 FIELDS SO BOTH LAYOUTS READ ALIKE    *      31
018025*================================================================*      31
018030 1000A-LIFT-VERSION-2.                                                  31
018035     IF HHA-REC-VERSION = '3'                                           31
018040         GO TO 1000A-EXIT.                                              31
018045     MOVE SPACES            TO HHA-V3-EXTENSION.                        31
018050     MOVE HHA-PROV-NO       TO HHA-BILLED-PROV-NO.                      31
018075     MOVE HHA-TOTAL-PAYMENT TO HHA-SEQ-PAYABLE-AMT.                     31
018080     IF HHA-SEQUESTRATION-AMT NUMERIC                                   31
018085        AND HHA-SEQUESTRATION-AMT NOT > HHA-TOTAL-PAYMENT               31
018090         SUBTRACT HHA-SEQUESTRATION-AMT FROM HHA-SEQ-PAYABLE-AMT.       31
018095 1000A-EXIT.  EXIT.                                                     31
018100                                                                  01810000
018200*================================================================*01820000
018300*    MAP THE INTERNAL PAYMENT FIELDS INTO THE DELIMITED RECORD   *01830000
019460     IF HHA-MSP-IND = 'Y'                                              87
019470         ADD 1 TO MSP-CT.                                              87
019480     MOVE HHA-CONTRACT-CODE   TO RMT-CONTRACT.                         94
019481     IF HHA-CLAIM-CLASS = 'M'                                           11
019482         MOVE 'Y'             TO RMT-MANUAL-IND                         11
019483         ADD 1 TO MANUAL-CT                                             11
019484     ELSE                                                               11
019485         MOVE 'N'             TO RMT-MANUAL-IND.                        11
019490     PERFORM 1400-COUNT-CONTRACT THRU 1400-EXIT.                       94
019400 1100-EXIT.  EXIT.                                                01940000
019500                                                                      70
019960         END-IF                                                         95
019970         CLOSE MODECARD.                                                95
019980 0900-EXIT.  EXIT.                                                      95
019990                                                                        05
019991*================================================================*      05
019992*    CLOSE REMITFIL WITH ITS CONTROL TRAILER                     *      05
019993*================================================================*      05
019994 1700-WRITE-TRAILER.                                                    05
019995     MOVE OUT-CT       TO RTL-RECORD-COUNT.                             05
019996     MOVE RMT-SUM-PAY  TO RTL-TOTAL-PAYMENT.                            05
019997     MOVE RMT-SUM-OUTL TO RTL-OUTLIER-PAYMENT.                          05
019998     MOVE RMT-SUM-NET  TO RTL-NET-ADJ-AMT.                              05
019999     MOVE RMT-SUM-INT  TO RTL-INTEREST-AMT.                             05
020009     MOVE RMT-SUM-SEQ  TO RTL-SEQ-AMT.                                  05
020019     WRITE REMITFIL-REC FROM RMT-TRAILER-LINE.                          05
020029 1700-EXIT.  EXIT.                                                      05
020039                                                                        25
020049*================================================================*      25
020059*    APPEND THE CLAIM'S REMITTANCE EVENT TO THE LIFECYCLE JOURNAL *     25
020069*================================================================*      25
020079 1800-WRITE-JOURNAL.                                                    25
020089     MOVE HHA-DCN               TO JRN-DCN.                             25
020099     MOVE HHA-NPI               TO JRN-NPI.                             25
020109     MOVE HHA-HIC               TO JRN-HIC.                             25
020119     MOVE HHA-SERV-FROM-DATE    TO JRN-FROM-DATE.                       25
020129     MOVE 'REMIT'               TO JRN-STEP.                            25
020139     MOVE HHA-PAY-RTC           TO JRN-RTC.                             25
020149     MOVE HHA-TOTAL-PAYMENT     TO JRN-AMOUNT.                          25
020159     MOVE OWN-RUN-MODE          TO JRN-RUN-MODE.                        25
020169     MOVE 'HHRMT213'            TO JRN-PROGRAM.                         25
020179     ACCEPT JRN-EVENT-DATE FROM DATE YYYYMMDD.                          25
020189     ACCEPT JRN-EVENT-TIME FROM TIME.                                   25
020199     WRITE CLMJRNL-REC FROM JRN-EVENT.                                  25
020209     IF JRN-STAT1 > 0 DISPLAY ' BADZ WRITE ON CLMJRNL FILE'.            25
020219     ADD 1 TO CLMJRNL-CT.                                               25
020229 1800-EXIT.  EXIT.                                                      25
