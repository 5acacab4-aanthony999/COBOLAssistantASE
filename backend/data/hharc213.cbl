001100*  WINDOW IS REWRITTEN TO HISTOUT; AN AGED RECORD GOES TO THE     *
001200*  YEAR-STAMPED ARCHSUM ARCHIVE INSTEAD.  WHEN THE CUMULATIVE     *
001300*  PRICED-CLAIM LIBRARY (CLMLIB - SAVED OUTFILE RUNS,             *
001400*  CONCATENATED) IS ASSIGNED, THE FULL 1000-BYTE RECORD OF EVERY  *
001500*  AGED CLAIM IS COPIED TO THE YEAR-STAMPED ARCHCLM ARCHIVE SO    *
001600*  AN AUDITOR'S PULL IS A KEYED RETRIEVAL (HHRTV213), NOT A       *
001700*  TAPE-RESTORE HUNT.  THE ARCRPT REPORT COUNTS RETAINED AND      *
001800*  ARCHIVED RECORDS BY SERVICE YEAR.                              *
001810*  EACH RECORD ARCHIVED IS ALSO APPENDED TO THE CLMJRNL CLAIM     *
001820*  LIFECYCLE JOURNAL AS AN ARCHIVE EVENT.                         *
001900*----------------------------------------------------------------*
002000
002100 DATE-COMPILED.
004200         FILE STATUS IS RTP-STAT.
004300     SELECT ARCRPT    ASSIGN TO UT-S-ARCRPT
004400         FILE STATUS IS ARR-STAT.
004410     SELECT CLMJRNL   ASSIGN TO UT-S-CLMJRNL
004420         FILE STATUS IS JRN-STAT.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
005900
006000 FD  CLMLIB
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS V
006210     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
006300     BLOCK CONTAINS 0 RECORDS.
006400 01  CLMLIB-REC                 PIC X(1000).
006500
006600 FD  ARCHSUM
006700     RECORDING MODE IS F
007300     05  FILLER                 PIC X(04).
007400
007500 FD  ARCHCLM
007600     RECORDING MODE IS V
007650     RECORD IS VARYING IN SIZE FROM 654 TO 1004 CHARACTERS
007700     BLOCK CONTAINS 0 RECORDS
007800     LABEL RECORDS ARE STANDARD.
007900 01  ARCHCLM-REC.
008000     05  ACM-YEAR               PIC X(04).
008100     05  ACM-CLAIM-RECORD       PIC X(1000).
008200
008300 FD  RETPARM
008400     RECORDING MODE IS F
009300     BLOCK CONTAINS 133 RECORDS
009400     LABEL RECORDS ARE STANDARD.
009500 01  ARCRPT-LINE                PIC X(133).
009510
009520 FD  CLMJRNL
009530     RECORDING MODE IS F
009540     BLOCK CONTAINS 0 RECORDS
009550     LABEL RECORDS ARE STANDARD.
009560 01  CLMJRNL-REC                PIC X(120).
009600
009700 WORKING-STORAGE SECTION.
009800 01  FILLER                     PIC X(40)  VALUE
013500 01  ARR-STAT.
013600     05  ARR-STAT1              PIC X.
013700     05  ARR-STAT2              PIC X.
013705 01  JRN-STAT.
013710     05  JRN-STAT1              PIC X.
013715     05  JRN-STAT2              PIC X.
013720 01  CLMJRNL-CTR                PIC 9(09)  VALUE 0.
013725 01  JRN-EVENT.
013730     05  JRN-DCN                PIC X(08).
013735     05  JRN-CLAIM-KEY.
013740         10  JRN-NPI            PIC X(10).
013745         10  JRN-HIC            PIC X(12).
013750         10  JRN-FROM-DATE      PIC X(08).
013755     05  JRN-EVENT-DATE         PIC X(08).
013760     05  JRN-EVENT-TIME         PIC X(08).
013765     05  JRN-PROGRAM            PIC X(08).
013770     05  JRN-STEP               PIC X(10).
013775     05  JRN-OUTCOME            PIC X(24).
013780     05  JRN-RTC                PIC X(02).
013785     05  JRN-AMOUNT             PIC S9(09)V9(02).
013790     05  JRN-RUN-MODE           PIC X(01).
013795     05  FILLER                 PIC X(10).
013800
013900*----------------------------------------------------------------*
014000*  CLAIM-HISTORY MASTER RECORD                                    *
016100     05  HHA-HIC                PIC X(12).
016200     05  FILLER                 PIC X(47).
016300     05  HHA-SERV-FROM-DATE     PIC X(08).
016400     05  FILLER                 PIC X(324).
016405     05  HHA-PAY-RTC            PIC 99.
016410     05  FILLER                 PIC X(14).
016415     05  HHA-TOTAL-PAYMENT      PIC 9(07)V9(02).
016420     05  FILLER                 PIC X(208).
016425     05  HHA-DCN                PIC X(08).
016430     05  FILLER                 PIC X(08).
016435*    VERSION 3 EXTENSION (BYTES 651-1000)
016440     05  HHA-V3-EXTENSION           PIC X(350).
016500
016600*----------------------------------------------------------------*
016700*  RETAINED/ARCHIVED COUNTS BY SERVICE YEAR                       *
021100                 ARCHSUM
021200                 ARCHCLM
021300                 ARCRPT.
021310*    THE LIFECYCLE JOURNAL ACCUMULATES ACROSS RUNS - CREATED ON
021320*    FIRST USE
021330     OPEN EXTEND CLMJRNL.
021340     IF JRN-STAT1 NOT = '0'
021350         OPEN OUTPUT CLMJRNL.
021360     MOVE SPACES TO JRN-EVENT.
021400
021500     PERFORM 0500-SET-CUTOFF THRU 0500-EXIT.
021600
022000     PERFORM 2000-ARCHIVE-FULL-CLAIMS THRU 2000-EXIT.
022100     PERFORM 3000-WRITE-YEAR-REPORT THRU 3000-EXIT.
022200
022300     CLOSE HISTIN HISTOUT ARCHSUM ARCHCLM ARCRPT CLMJRNL.
022400
022500     DISPLAY '-- PROGRAM HHARC213  VERSION  ===> ' HHARC-VERSION.
022600     DISPLAY '-- MASTER RECORDS READ        ===> ' HISTIN-CTR.
022800     DISPLAY '-- SUMMARIES ARCHIVED         ===> ' ARCHSUM-CTR.
022900     DISPLAY '-- LIBRARY RECORDS READ       ===> ' CLMLIB-CTR.
023000     DISPLAY '-- FULL CLAIMS ARCHIVED       ===> ' ARCHCLM-CTR.
023010     DISPLAY '-- JOURNAL EVENTS WRITTEN     ===> ' CLMJRNL-CTR.
023100
023200     IF HISTIN-CTR NOT = (HISTOUT-CTR + ARCHSUM-CTR)
023300         DISPLAY '** HHARC213 CONTROL TOTAL ERROR **'
028200         WRITE ARCHSUM-REC
028300         ADD 1 TO ARCHSUM-CTR
028400         ADD 1 TO YCT-ARCHIVED (YEAR-IX)
028410         MOVE HIST-DCN           TO JRN-DCN
028420         MOVE HIST-NPI           TO JRN-NPI
028430         MOVE HIST-HIC           TO JRN-HIC
028440         MOVE HIST-FROM-DATE     TO JRN-FROM-DATE
028450         MOVE HIST-PAY-RTC       TO JRN-RTC
028460         MOVE HIST-TOTAL-PAYMENT TO JRN-AMOUNT
028470         MOVE 'HISTORY ARCHIVED' TO JRN-OUTCOME
028480         PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT
028500     ELSE
028600         WRITE HISTOUT-REC FROM HIST-RECORD
028700         ADD 1 TO HISTOUT-CTR
031000 1600-EXIT.  EXIT.
031100
031200*================================================================*
031300*    COPY THE FULL 1000-BYTE RECORD OF EVERY AGED CLAIM FROM THE *
031400*    PRICED-CLAIM LIBRARY TO THE FULL-RECORD ARCHIVE             *
031500*================================================================*
031600 2000-ARCHIVE-FULL-CLAIMS.
034000         MOVE WS-REC-YEAR-X TO ACM-YEAR
034100         MOVE HHA-OUT-DATA  TO ACM-CLAIM-RECORD
034200         WRITE ARCHCLM-REC
034300         ADD 1 TO ARCHCLM-CTR
034310         MOVE HHA-DCN            TO JRN-DCN
034320         MOVE HHA-NPI            TO JRN-NPI
034330         MOVE HHA-HIC            TO JRN-HIC
034340         MOVE HHA-SERV-FROM-DATE TO JRN-FROM-DATE
034350         MOVE HHA-PAY-RTC        TO JRN-RTC
034360         MOVE HHA-TOTAL-PAYMENT  TO JRN-AMOUNT
034370         MOVE 'FULL RECORD ARCHIVED' TO JRN-OUTCOME
034380         PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
034400 2100-EXIT.  EXIT.
034500
034600*================================================================*
036900                            AFTER ADVANCING 1.
037000     IF ARR-STAT1 > 0 DISPLAY ' BADR WRITE ON ARCRPT FILE'.
037100 3100-EXIT.  EXIT.
037110
037120*================================================================*
037130*    APPEND ONE ARCHIVE EVENT TO THE CLAIM LIFECYCLE JOURNAL -    *
037140*    THE CALLER HAS SET THE CLAIM, OUTCOME AND AMOUNT             *
037150*================================================================*
037160 4000-WRITE-JOURNAL.
037170     MOVE 'ARCHIVE'             TO JRN-STEP.
037180     MOVE 'P'                   TO JRN-RUN-MODE.
037190     MOVE 'HHARC213'            TO JRN-PROGRAM.
037200     ACCEPT JRN-EVENT-DATE FROM DATE YYYYMMDD.
037210     ACCEPT JRN-EVENT-TIME FROM TIME.
037220     WRITE CLMJRNL-REC FROM JRN-EVENT.
037230     IF JRN-STAT1 > 0 DISPLAY ' BADZ WRITE ON CLMJRNL FILE'.
037240     ADD 1 TO CLMJRNL-CTR.
037250 4000-EXIT.  EXIT.
