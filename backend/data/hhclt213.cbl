000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHCLT213.
000300
000400*----------------------------------------------------------------*
000500*  CLAIM LIFECYCLE TIMELINE RETRIEVAL                             *
000600*                                                                 *
000700*  EVERY PROGRAM IN THE CLAIM CHAIN APPENDS TIME-STAMPED EVENTS   *
000800*  TO THE SHARED CLMJRNL JOURNAL - RECEIPT, RECYCLE OR REPRICE    *
000900*  PASS, PRICING OUTCOME AND SUSPECT HOLD (HHMGR213), REMIT       *
001000*  AND HISTORY POSTING (HHPST213, HHRMT213), GL POSTING           *
001100*  (HHREC213), APPEALS (HHAPP213) AND ARCHIVAL (HHARC213).        *
001200*  THIS PROGRAM PRINTS A CLAIM'S COMPLETE TIMELINE, OLDEST        *
001300*  EVENT FIRST, FROM ONE KEY CARD PER CLAIM (CLTCARD):            *
001400*    COLS  1- 8  DCN                                              *
001500*    COLS 10-19  NPI        ) USED WHEN THE DCN IS BLANK, OR TO   *
001600*    COLS 21-32  HIC        ) NAME THE CLAIM A DCN CARD'S KEY-    *
001700*    COLS 34-41  FROM DATE  ) ONLY EVENTS BELONG TO               *
001800*  A DCN CARD SELECTS EVERY EVENT CARRYING THAT DCN.  EVENTS      *
001900*  LOGGED WITHOUT A DCN (APPEAL CARDS, A GL POSTING THAT          *
002000*  MATCHED NO PRICED CLAIM) ARE TIED TO IT BY THE CLAIM KEY -     *
002100*  TAKEN FROM THE CARD, OR FROM THE DCN'S OWN EVENTS WHEN THE     *
002200*  CARD CARRIES NONE.  A KEY-ONLY CARD SELECTS EVERY EVENT FOR    *
002300*  THE CLAIM KEY, WHATEVER ITS DCN, SO A CANCELLED AND REBILLED   *
002400*  CLAIM SHOWS BOTH DCNS.                                         *
002500*  EVENTS WRITTEN BY A JOB RUNNING IN TEST MODE ARE SHOWN AND     *
002600*  MARKED 'TEST'.                                                 *
002700*                                                                 *
002800*  CLTCARD  - KEY CARDS, ONE TIMELINE PAGE PER CARD               *
002900*  CLMJRNL  - CLAIM LIFECYCLE JOURNAL (READ TWICE)                *
003000*  CLTRPT   - TIMELINE REPORT                                     *
003100*  RETURN CODE 4 - A CARD FOUND NO EVENTS                         *
003200*             16 - NO KEY CARDS, OR CONTROL TOTAL ERROR           *
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
004500     SELECT CLTCARD   ASSIGN TO UT-S-CLTCARD
004600         FILE STATUS IS CTC-STAT.
004700     SELECT CLMJRNL   ASSIGN TO UT-S-CLMJRNL
004800         FILE STATUS IS JRN-STAT.
004900     SELECT CLTRPT    ASSIGN TO UT-S-CLTRPT
005000         FILE STATUS IS CTR-STAT.
005100     SELECT SORTFILE  ASSIGN TO UT-S-SORTWK01.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CLTCARD
005600     RECORDING MODE IS F
005700     BLOCK CONTAINS 0 RECORDS
005800     LABEL RECORDS ARE STANDARD.
005900 01  CLTCARD-REC.
006000     05  CTC-DCN                PIC X(08).
006100     05  FILLER                 PIC X(01).
006200     05  CTC-NPI                PIC X(10).
006300     05  FILLER                 PIC X(01).
006400     05  CTC-HIC                PIC X(12).
006500     05  FILLER                 PIC X(01).
006600     05  CTC-FROM-DATE          PIC X(08).
006700     05  FILLER                 PIC X(39).
006800
006900 FD  CLMJRNL
007000     RECORDING MODE IS F
007100     BLOCK CONTAINS 0 RECORDS
007200     LABEL RECORDS ARE STANDARD.
007300 01  CLMJRNL-REC                PIC X(120).
007400
007500 FD  CLTRPT
007600     RECORDING MODE IS F
007700     BLOCK CONTAINS 133 RECORDS
007800     LABEL RECORDS ARE STANDARD.
007900 01  CLTRPT-LINE                PIC X(133).
008000
008100*----------------------------------------------------------------*
008200*  ONE RECORD PER EVENT PER CARD IT BELONGS TO, IN CARD ORDER     *
008300*  AND THEN TIME ORDER - JOURNAL ORDER BREAKS A TIME-STAMP TIE    *
008400*----------------------------------------------------------------*
008500 SD  SORTFILE.
008600 01  SORT-REC.
008700     05  SRT-CARD               PIC 9(04).
008800     05  SRT-EVENT-DATE         PIC X(08).
008900     05  SRT-EVENT-TIME         PIC X(08).
009000     05  SRT-SEQ                PIC 9(09).
009100     05  SRT-EVENT              PIC X(120).
009200
009300 WORKING-STORAGE SECTION.
009400 01  FILLER                     PIC X(40)  VALUE
009500     'HHCLT    - W O R K I N G   S T O R A G E'.
009600 01  HHCLT-VERSION              PIC X(07)  VALUE 'W2026.1'.
009700 01  EOF-CTC                    PIC 9(01)  VALUE 0.
009800 01  EOF-JRN                    PIC 9(01)  VALUE 0.
009900 01  EOF-SRT                    PIC 9(01)  VALUE 0.
010000 01  CARD-CTR                   PIC 9(05)  VALUE 0.
010100 01  JOURNAL-CTR                PIC 9(09)  VALUE 0.
010200 01  RELEASED-CTR               PIC 9(09)  VALUE 0.
010300 01  PRINTED-CTR                PIC 9(09)  VALUE 0.
010400 01  EMPTY-CARD-CTR             PIC 9(05)  VALUE 0.
010500 01  CARD-NEXT                  PIC 9(04)  VALUE 0.
010600 01  CARD-SUB                   PIC 9(04)  VALUE 0.
010700 01  DCN-CARD-CTR               PIC 9(04)  VALUE 0.
010800 01  CLT-LINE-CTR               PIC 9(02)  VALUE 65.
010900 01  CLT-RUN-DATE               PIC X(08)  VALUE SPACES.
011000 01  CTC-STAT.
011100     05  CTC-STAT1              PIC X.
011200     05  CTC-STAT2              PIC X.
011300 01  JRN-STAT.
011400     05  JRN-STAT1              PIC X.
011500     05  JRN-STAT2              PIC X.
011600 01  CTR-STAT.
011700     05  CTR-STAT1              PIC X.
011800     05  CTR-STAT2              PIC X.
011900
012000*----------------------------------------------------------------*
012100*  KEY CARDS - A DCN CARD'S CLAIM KEY IS FILLED IN FROM THE       *
012200*  JOURNAL WHEN THE CARD DOES NOT CARRY ONE                       *
012300*----------------------------------------------------------------*
012400 01  CARD-TABLE.
012500     05  CARD-DATA              OCCURS 500
012600                                INDEXED BY CX1.
012700         10  CKT-DCN            PIC X(08).
012800         10  CKT-KEY.
012900             15  CKT-NPI        PIC X(10).
013000             15  CKT-HIC        PIC X(12).
013100             15  CKT-FROM-DATE  PIC X(08).
013200         10  CKT-HIT-CTR        PIC 9(07).
013300
013400*----------------------------------------------------------------*
013500*  CLAIM LIFECYCLE JOURNAL EVENT                                  *
013600*----------------------------------------------------------------*
013700 01  JRN-EVENT.
013800     05  JRN-DCN                PIC X(08).
013900     05  JRN-CLAIM-KEY.
014000         10  JRN-NPI            PIC X(10).
014100         10  JRN-HIC            PIC X(12).
014200         10  JRN-FROM-DATE      PIC X(08).
014300     05  JRN-EVENT-DATE         PIC X(08).
014400     05  JRN-EVENT-TIME.
014500         10  JRN-TIME-HH        PIC X(02).
014600         10  JRN-TIME-MM        PIC X(02).
014700         10  JRN-TIME-SS        PIC X(02).
014800         10  FILLER             PIC X(02).
014900     05  JRN-PROGRAM            PIC X(08).
015000     05  JRN-STEP               PIC X(10).
015100     05  JRN-OUTCOME            PIC X(24).
015200     05  JRN-RTC                PIC X(02).
015300     05  JRN-AMOUNT             PIC S9(09)V9(02).
015400     05  JRN-RUN-MODE           PIC X(01).
015500     05  FILLER                 PIC X(10).
015600
015700*----------------------------------------------------------------*
015800*  REPORT COMPONENTS                                              *
015900*----------------------------------------------------------------*
016000 01  CLT-HEAD1.
016100     05  FILLER                 PIC X(01)  VALUE SPACES.
016200     05  FILLER                 PIC X(44)  VALUE
016300        ' HHA CLAIM LIFECYCLE TIMELINE               '.
016400     05  FILLER                 PIC X(08)  VALUE
016500        'RUN OF  '.
016600     05  CLT-HEAD-DATE          PIC X(08).
016700
016800 01  CLT-HEAD2.
016900     05  FILLER                 PIC X(02)  VALUE SPACES.
017000     05  FILLER                 PIC X(05)  VALUE 'DCN: '.
017100     05  CLT-HEAD-DCN           PIC X(08).
017200     05  FILLER                 PIC X(07)  VALUE '  NPI: '.
017300     05  CLT-HEAD-NPI           PIC X(10).
017400     05  FILLER                 PIC X(07)  VALUE '  HIC: '.
017500     05  CLT-HEAD-HIC           PIC X(12).
017600     05  FILLER                 PIC X(08)  VALUE '  FROM: '.
017700     05  CLT-HEAD-FROM          PIC X(08).
017800
017900 01  CLT-HEAD3.
018000     05  FILLER                 PIC X(41)  VALUE
018100        '  DATE      TIME      PROGRAM   STEP     '.
018200     05  FILLER                 PIC X(44)  VALUE
018300        '  OUTCOME                   RTC         AMOU'.
018400     05  FILLER                 PIC X(18)  VALUE
018500        'NT  DCN       MODE'.
018600
018700 01  CLT-DETAIL-LINE.
018800     05  FILLER                 PIC X(02)  VALUE SPACES.
018900     05  CLT-DATE               PIC X(08).
019000     05  FILLER                 PIC X(02)  VALUE SPACES.
019100     05  CLT-TIME-HH            PIC X(02).
019200     05  FILLER                 PIC X(01)  VALUE ':'.
019300     05  CLT-TIME-MM            PIC X(02).
019400     05  FILLER                 PIC X(01)  VALUE ':'.
019500     05  CLT-TIME-SS            PIC X(02).
019600     05  FILLER                 PIC X(02)  VALUE SPACES.
019700     05  CLT-PROGRAM            PIC X(08).
019800     05  FILLER                 PIC X(02)  VALUE SPACES.
019900     05  CLT-STEP               PIC X(10).
020000     05  FILLER                 PIC X(01)  VALUE SPACES.
020100     05  CLT-OUTCOME            PIC X(24).
020200     05  FILLER                 PIC X(02)  VALUE SPACES.
020300     05  CLT-RTC                PIC X(02).
020400     05  FILLER                 PIC X(01)  VALUE SPACES.
020500     05  CLT-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.
020600     05  FILLER                 PIC X(02)  VALUE SPACES.
020700     05  CLT-DCN                PIC X(08).
020800     05  FILLER                 PIC X(02)  VALUE SPACES.
020900     05  CLT-MODE               PIC X(04).
021000
021100 01  CLT-NONE-LINE.
021200     05  FILLER                 PIC X(02)  VALUE SPACES.
021300     05  FILLER                 PIC X(40)  VALUE
021400        '** NO EVENTS FOUND ON THE JOURNAL FOR TH'.
021500     05  FILLER                 PIC X(09)  VALUE
021600        'IS CLAIM '.
021700
021800 01  CLT-COUNT-LINE.
021900     05  FILLER                 PIC X(02)  VALUE SPACES.
022000     05  FILLER                 PIC X(14)  VALUE
022100        'EVENTS LISTED '.
022200     05  CLT-COUNT              PIC ZZZ,ZZ9.
022300
022400**--------------------------------------------------------------
022500 PROCEDURE  DIVISION.
022600
022700 0000-MAINLINE  SECTION.
022800
022900     ACCEPT CLT-RUN-DATE FROM DATE YYYYMMDD.
023000
023100     OPEN INPUT CLTCARD.
023200     PERFORM 0500-LOAD-CARDS THRU 0500-EXIT
023300             UNTIL EOF-CTC = 1.
023400     CLOSE CLTCARD.
023500
023600     IF CARD-NEXT = 0
023700         DISPLAY '** HHCLT213 - NO KEY CARDS - NOTHING TO PRINT'
023800         MOVE 16 TO RETURN-CODE
023900         STOP RUN.
024000
024100     IF DCN-CARD-CTR > 0
024200         PERFORM 1000-RESOLVE-KEYS THRU 1000-EXIT.
024300
024400     SORT SORTFILE
024500          ON ASCENDING KEY SRT-CARD
024600                           SRT-EVENT-DATE
024700                           SRT-EVENT-TIME
024800                           SRT-SEQ
024900          INPUT  PROCEDURE IS 2000-RELEASE-EVENTS
025000          OUTPUT PROCEDURE IS 3000-PRINT-TIMELINES.
025100
025200     DISPLAY '-- PROGRAM HHCLT213  VERSION  ===> ' HHCLT-VERSION.
025300     DISPLAY '-- KEY CARDS READ             ===> ' CARD-CTR.
025400     DISPLAY '-- JOURNAL EVENTS READ        ===> ' JOURNAL-CTR.
025500     DISPLAY '-- TIMELINE EVENTS PRINTED    ===> ' PRINTED-CTR.
025600     DISPLAY '-- CARDS WITH NO EVENTS       ===> ' EMPTY-CARD-CTR.
025700
025800     IF EMPTY-CARD-CTR > 0
025900         MOVE 4 TO RETURN-CODE.
026000
026100     IF PRINTED-CTR NOT = RELEASED-CTR
026200         DISPLAY '** HHCLT213 CONTROL TOTAL ERROR **'
026300         MOVE 16 TO RETURN-CODE.
026400
026500     STOP RUN.
026600
026700*================================================================*
026800*    LOAD THE KEY CARDS - A CARD WITH NEITHER A DCN NOR A FULL    *
026900*    CLAIM KEY IS DROPPED                                         *
027000*================================================================*
027100 0500-LOAD-CARDS.
027200     READ CLTCARD
027300          AT END   MOVE 1 TO EOF-CTC
027400                   GO TO 0500-EXIT.
027500     ADD 1 TO CARD-CTR.
027600
027700     IF CTC-DCN = SPACES
027800        AND (CTC-NPI = SPACES OR CTC-HIC = SPACES
027900             OR CTC-FROM-DATE = SPACES)
028000         DISPLAY '** KEY CARD HAS NO DCN OR CLAIM KEY - DROPPED'
028100         GO TO 0500-EXIT.
028200
028300     IF CARD-NEXT NOT < 500
028400         DISPLAY '** KEY CARD TABLE FULL - CARD DROPPED'
028500         GO TO 0500-EXIT.
028600
028700     ADD 1 TO CARD-NEXT.
028800     SET CX1 TO CARD-NEXT.
028900     MOVE CTC-DCN       TO CKT-DCN       (CX1).
029000     MOVE CTC-NPI       TO CKT-NPI       (CX1).
029100     MOVE CTC-HIC       TO CKT-HIC       (CX1).
029200     MOVE CTC-FROM-DATE TO CKT-FROM-DATE (CX1).
029300     MOVE 0             TO CKT-HIT-CTR   (CX1).
029400     IF CTC-DCN NOT = SPACES
029500         ADD 1 TO DCN-CARD-CTR.
029600 0500-EXIT.  EXIT.
029700
029800*================================================================*
029900*    FIRST PASS - A DCN CARD WITHOUT A CLAIM KEY TAKES THE KEY    *
030000*    FROM THE FIRST JOURNAL EVENT FOR THAT DCN                    *
030100*================================================================*
030200 1000-RESOLVE-KEYS.
030300     OPEN INPUT CLMJRNL.
030400     PERFORM 1100-SCAN-ONE-EVENT THRU 1100-EXIT
030500             UNTIL EOF-JRN = 1.
030600     CLOSE CLMJRNL.
030700     MOVE 0 TO EOF-JRN.
030800 1000-EXIT.  EXIT.
030900
031000 1100-SCAN-ONE-EVENT.
031100     READ CLMJRNL INTO JRN-EVENT
031200          AT END   MOVE 1 TO EOF-JRN
031300                   GO TO 1100-EXIT.
031400
031500     IF JRN-DCN = SPACES OR JRN-CLAIM-KEY = SPACES
031600         GO TO 1100-EXIT.
031700
031800     PERFORM 1200-KEY-ONE-CARD THRU 1200-EXIT
031900             VARYING CARD-SUB FROM 1 BY 1
032000             UNTIL CARD-SUB > CARD-NEXT.
032100 1100-EXIT.  EXIT.
032200
032300 1200-KEY-ONE-CARD.
032400     SET CX1 TO CARD-SUB.
032500     IF CKT-DCN (CX1) = JRN-DCN
032600        AND CKT-KEY (CX1) = SPACES
032700         MOVE JRN-CLAIM-KEY TO CKT-KEY (CX1).
032800 1200-EXIT.  EXIT.
032900
033000*================================================================*
033100*    SECOND PASS - RELEASE EACH EVENT ONCE FOR EVERY CARD IT      *
033200*    BELONGS TO                                                   *
033300*================================================================*
033400 2000-RELEASE-EVENTS  SECTION.
033500
033600     OPEN INPUT CLMJRNL.
033700     PERFORM 2100-READ-ONE-EVENT THRU 2100-EXIT
033800             UNTIL EOF-JRN = 1.
033900     CLOSE CLMJRNL.
034000     GO TO 2000-DONE.
034100
034200 2100-READ-ONE-EVENT.
034300     READ CLMJRNL INTO JRN-EVENT
034400          AT END   MOVE 1 TO EOF-JRN
034500                   GO TO 2100-EXIT.
034600     ADD 1 TO JOURNAL-CTR.
034700
034800     PERFORM 2200-MATCH-ONE-CARD THRU 2200-EXIT
034900             VARYING CARD-SUB FROM 1 BY 1
035000             UNTIL CARD-SUB > CARD-NEXT.
035100 2100-EXIT.  EXIT.
035200
035300 2200-MATCH-ONE-CARD.
035400     SET CX1 TO CARD-SUB.
035500     IF CKT-DCN (CX1) = SPACES
035600         GO TO 2200-BY-KEY.
035700
035800     IF JRN-DCN = CKT-DCN (CX1)
035900         GO TO 2200-RELEASE.
036000     IF JRN-DCN = SPACES
036100        AND CKT-KEY (CX1) NOT = SPACES
036200        AND JRN-CLAIM-KEY = CKT-KEY (CX1)
036300         GO TO 2200-RELEASE.
036400     GO TO 2200-EXIT.
036500
036600 2200-BY-KEY.
036700     IF JRN-CLAIM-KEY NOT = CKT-KEY (CX1)
036800         GO TO 2200-EXIT.
036900
037000 2200-RELEASE.
037100     MOVE CARD-SUB       TO SRT-CARD.
037200     MOVE JRN-EVENT-DATE TO SRT-EVENT-DATE.
037300     MOVE JRN-EVENT-TIME TO SRT-EVENT-TIME.
037400     MOVE JOURNAL-CTR    TO SRT-SEQ.
037500     MOVE JRN-EVENT      TO SRT-EVENT.
037600     RELEASE SORT-REC.
037700     ADD 1 TO RELEASED-CTR.
037800     ADD 1 TO CKT-HIT-CTR (CX1).
037900 2200-EXIT.  EXIT.
038000
038100 2000-DONE.
038200     EXIT.
038300
038400*================================================================*
038500*    ONE TIMELINE PER CARD, IN CARD ORDER - A CARD WITH NO        *
038600*    EVENTS STILL GETS ITS PAGE SO THE MISS IS NOT SILENT         *
038700*================================================================*
038800 3000-PRINT-TIMELINES  SECTION.
038900
039000     OPEN OUTPUT CLTRPT.
039100     PERFORM 3050-RETURN-ONE THRU 3050-EXIT.
039200     PERFORM 3100-PRINT-ONE-CARD THRU 3100-EXIT
039300             VARYING CARD-SUB FROM 1 BY 1
039400             UNTIL CARD-SUB > CARD-NEXT.
039500     CLOSE CLTRPT.
039600     GO TO 3000-DONE.
039700
039800 3050-RETURN-ONE.
039900     RETURN SORTFILE
040000          AT END   MOVE 1 TO EOF-SRT.
040100 3050-EXIT.  EXIT.
040200
040300 3100-PRINT-ONE-CARD.
040400     SET CX1 TO CARD-SUB.
040500     PERFORM 3300-HEADINGS THRU 3300-EXIT.
040600
040700     IF CKT-HIT-CTR (CX1) = 0
040800         ADD 1 TO EMPTY-CARD-CTR
040900         WRITE CLTRPT-LINE FROM CLT-NONE-LINE
041000                           AFTER ADVANCING 1
041100         IF CTR-STAT1 > 0 DISPLAY ' BADX WRITE ON CLTRPT FILE'
041200         END-IF
041300         GO TO 3100-EXIT.
041400
041500     PERFORM 3200-PRINT-EVENT THRU 3200-EXIT
041600             UNTIL EOF-SRT = 1
041700                OR SRT-CARD NOT = CARD-SUB.
041800
041900     MOVE CKT-HIT-CTR (CX1) TO CLT-COUNT.
042000     WRITE CLTRPT-LINE FROM CLT-COUNT-LINE
042100                       AFTER ADVANCING 2.
042200     IF CTR-STAT1 > 0 DISPLAY ' BADX WRITE ON CLTRPT FILE'.
042300 3100-EXIT.  EXIT.
042400
042500 3200-PRINT-EVENT.
042600     IF CLT-LINE-CTR > 54
042700         PERFORM 3300-HEADINGS THRU 3300-EXIT.
042800
042900     MOVE SRT-EVENT      TO JRN-EVENT.
043000     MOVE JRN-EVENT-DATE TO CLT-DATE.
043100     MOVE JRN-TIME-HH    TO CLT-TIME-HH.
043200     MOVE JRN-TIME-MM    TO CLT-TIME-MM.
043300     MOVE JRN-TIME-SS    TO CLT-TIME-SS.
043400     MOVE JRN-PROGRAM    TO CLT-PROGRAM.
043500     MOVE JRN-STEP       TO CLT-STEP.
043600     MOVE JRN-OUTCOME    TO CLT-OUTCOME.
043700     MOVE JRN-RTC        TO CLT-RTC.
043800     MOVE JRN-AMOUNT     TO CLT-AMOUNT.
043900     MOVE JRN-DCN        TO CLT-DCN.
044000     IF JRN-RUN-MODE = 'T'
044100         MOVE 'TEST' TO CLT-MODE
044200     ELSE
044300         MOVE SPACES TO CLT-MODE.
044400     WRITE CLTRPT-LINE FROM CLT-DETAIL-LINE
044500                       AFTER ADVANCING 1.
044600     IF CTR-STAT1 > 0 DISPLAY ' BADX WRITE ON CLTRPT FILE'.
044700     ADD 1 TO CLT-LINE-CTR.
044800     ADD 1 TO PRINTED-CTR.
044900
045000     PERFORM 3050-RETURN-ONE THRU 3050-EXIT.
045100 3200-EXIT.  EXIT.
045200
045300 3300-HEADINGS.
045400     MOVE CLT-RUN-DATE        TO CLT-HEAD-DATE.
045500     MOVE CKT-DCN       (CX1) TO CLT-HEAD-DCN.
045600     MOVE CKT-NPI       (CX1) TO CLT-HEAD-NPI.
045700     MOVE CKT-HIC       (CX1) TO CLT-HEAD-HIC.
045800     MOVE CKT-FROM-DATE (CX1) TO CLT-HEAD-FROM.
045900     WRITE CLTRPT-LINE FROM CLT-HEAD1
046000                       AFTER ADVANCING PAGE.
046100     IF CTR-STAT1 > 0 DISPLAY ' BADX WRITE ON CLTRPT FILE'.
046200     WRITE CLTRPT-LINE FROM CLT-HEAD2
046300                       AFTER ADVANCING 2.
046400     WRITE CLTRPT-LINE FROM CLT-HEAD3
046500                       AFTER ADVANCING 2.
046600     MOVE ALL '-' TO CLTRPT-LINE.
046700     WRITE CLTRPT-LINE AFTER ADVANCING 1.
046800     MOVE 7 TO CLT-LINE-CTR.
046900 3300-EXIT.  EXIT.
047000
047100 3000-DONE.
047200     EXIT.
