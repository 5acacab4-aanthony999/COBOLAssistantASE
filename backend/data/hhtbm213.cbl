001200*  DISTINCT SIGN-OFFS, AND WRITES THE NEW PRODUCTION MEMBER       *
001300*  ONLY WHEN EVERYTHING PASSES - WITH A BEFORE/AFTER CHANGE       *
001400*  AUDIT AGAINST THE CURRENT MEMBER.                              *
001410*                                                                 *
001420*  PROVBANK, THE PROVIDER BANKING MASTER HHEFT213 DISBURSES       *
001430*  FROM, IS MAINTAINED THE SAME WAY.  A PROVIDER ADDED, OR ONE    *
001440*  WHOSE ROUTING, ACCOUNT OR ACCOUNT TYPE CHANGED, IS PROMOTED    *
001450*  WITH ITS PRENOTE STATUS SET BACK TO P SO THE NEXT              *
001460*  DISBURSEMENT PRENOTES THE ACCOUNT BEFORE ANY MONEY MOVES       *
001470*                                                                 *
001480*  RURCNTY, THE EFFECTIVE-DATED COUNTY RURAL-CATEGORY FILE        *
001490*  HHOPN213 LOADS, IS KEYED BY COUNTY AND EFFECTIVE DATE; A       *
001491*  RECLASSIFICATION IS A NEW ROW, CATEGORY A/B/C, OR N WHEN       *
001492*  THE COUNTY NO LONGER QUALIFIES                                 *
001500*                                                                 *
001600*  TBMCARD: COLS 1-8 TABLE NAME (EPIRATE/RURADDON/LUPAFACT/       *
001700*           TOBTABL/PARTTABL/PROVBANK/RURCNTY), COLS 10-12        *
001750*           FIRST SIGN-OFF,                                       *
001800*           COLS 14-16 SECOND SIGN-OFF (MUST DIFFER)              *
001900*  CANDIN:  CANDIDATE MEMBER IN THE TABLE'S PRODUCTION FORMAT     *
002000*  CURRIN:  CURRENT PRODUCTION MEMBER (OPTIONAL, FOR THE DIFF)    *
002300*           OFF REFUSED, RC 16 = VALIDATION ERRORS)               *
002400*  TBMRPT:  VALIDATION FINDINGS AND THE ADDED/DROPPED/CHANGED     *
002500*           CHANGE-AUDIT SECTION                                  *
002510*                                                                 *
002520*  EACH SIGN-OFF MUST ALSO HOLD THE SIGNOF FUNCTION FOR THE       *
002530*  TABLE IN THE SHARED SECURITY PROFILE (SECPROF, CHECKED BY      *
002540*  HHAUT213, WHICH LOGS EVERY ANSWER TO SECLOG); AN UNAUTHORIZED  *
002550*  SIGN-OFF IS REFUSED WITH RC 8 LIKE A MISSING ONE               *
002600*----------------------------------------------------------------*
002700
002800 DATE-COMPILED.
008800 01  FILLER                     PIC X(40)  VALUE
008900     'HHTBM    - W O R K I N G   S T O R A G E'.
009000 01  HHTBM-VERSION              PIC X(07)  VALUE 'B2021.3'.
009010 01  HHAUT213                   PIC X(08)  VALUE 'HHAUT213'.
009020 01  AUTH-REFUSED-CTR           PIC 9(01)  VALUE 0.
009100 01  EOF-CND                    PIC 9(01)  VALUE 0.
009200 01  EOF-CUR                    PIC 9(01)  VALUE 0.
009300 01  CAND-CTR                   PIC 9(05)  VALUE 0.
009700 01  DROPPED-CTR                PIC 9(05)  VALUE 0.
009800 01  CHANGED-CTR                PIC 9(05)  VALUE 0.
009900 01  PRODOUT-CTR                PIC 9(05)  VALUE 0.
010000 01  CAND-NEXT                  PIC 9(04)  VALUE 0.
010100 01  CURR-NEXT                  PIC 9(04)  VALUE 0.
010200 01  CAND-SUB                   PIC 9(04)  VALUE 0.
010300 01  CURR-SUB                   PIC 9(04)  VALUE 0.
010400 01  WS-KEY-LEN                 PIC 9(02)  VALUE 0.
010500 01  WS-PREV-KEY                PIC X(10)  VALUE LOW-VALUES.
010600 01  WS-MATCH-IX                PIC 9(04)  VALUE 0.
010610 01  ABA-SUB                    PIC 9(02)  VALUE 0.
010620 01  ABA-SUM                    PIC 9(03)  VALUE 0.
010630 01  ABA-DIGIT                  PIC 9(01)  VALUE 0.
010640 01  ABA-WEIGHT-STRING          PIC X(09)  VALUE '371371371'.
010650 01  FILLER REDEFINES ABA-WEIGHT-STRING.
010660     05  ABA-WEIGHT             PIC 9(01)  OCCURS 9.
010700 01  TBM-LINE-CTR               PIC 9(02)  VALUE 65.
010800 01  TBC-STAT.
010900     05  TBC-STAT1              PIC X.
012000 01  TBR-STAT.
012100     05  TBR-STAT1              PIC X.
012200     05  TBR-STAT2              PIC X.
012206
012212*----------------------------------------------------------------*
012218*  AUTHORIZATION REQUEST PASSED TO HHAUT213 - PIC X(100)          *
012224*----------------------------------------------------------------*
012230 01  AUTH-REQUEST.
012236     05  AUT-ACTION             PIC X(01).
012242     05  AUT-PROGRAM            PIC X(08).
012248     05  AUT-FUNCTION           PIC X(06).
012254     05  AUT-SCOPE              PIC X(08).
012260     05  AUT-USER-ID            PIC X(08).
012266     05  AUT-DETAIL             PIC X(40).
012272     05  AUT-RESULT             PIC X(01).
012278         88  AUT-GRANTED                   VALUE 'G'.
012284     05  AUT-REASON             PIC X(20).
012290     05  FILLER                 PIC X(08).
012300
012400*----------------------------------------------------------------*
012500*  CANDIDATE AND CURRENT MEMBERS HELD IN CORE                     *
012600*----------------------------------------------------------------*
012700 01  CAND-TABLE.
012800     05  CAND-DATA              OCCURS 5000.
012900         10  CND-RECORD         PIC X(80).
013000 01  CURR-TABLE.
013100     05  CURR-DATA              OCCURS 5000.
013200         10  CUR-RECORD         PIC X(80).
013300         10  CUR-MATCHED        PIC X(01).
013400
017300     05  FILLER                 PIC X(01).
017400     05  PRT-PROV-NO-HIGH       PIC X(06).
017500     05  FILLER                 PIC X(65).
017510 01  PBK-VIEW REDEFINES WORK-RECORD.
017520     05  PBK-PROV-NO            PIC X(06).
017530     05  FILLER                 PIC X(01).
017540     05  PBK-BANK-DATA.
017550         10  PBK-ROUTING        PIC X(09).
017560         10  PBK-ROUTING-DIGIT  REDEFINES PBK-ROUTING
017570                                PIC 9(01)  OCCURS 9.
017580         10  FILLER             PIC X(01).
017590         10  PBK-ACCOUNT        PIC X(17).
017600         10  FILLER             PIC X(01).
017610         10  PBK-ACCT-TYPE      PIC X(01).
017620     05  FILLER                 PIC X(01).
017630     05  PBK-PRENOTE-STATUS     PIC X(01).
017640     05  FILLER                 PIC X(01).
017650     05  PBK-PRENOTE-DATE       PIC X(08).
017660     05  FILLER                 PIC X(01).
017670     05  PBK-PAYEE-NAME         PIC X(22).
017680     05  FILLER                 PIC X(10).
017681 01  RCY-VIEW REDEFINES WORK-RECORD.
017682     05  RCY-COUNTY             PIC X(05).
017683     05  FILLER                 PIC X(01).
017684     05  RCY-EFFDATE            PIC X(08).
017685     05  FILLER                 PIC X(01).
017686     05  RCY-CATEGORY           PIC X(01).
017687     05  FILLER                 PIC X(64).
017690
017700*----------------------------------------------------------------*
017800*  REPORT COMPONENTS                                              *
017900*----------------------------------------------------------------*
025400         CLOSE TBMCARD CANDIN PRODOUT TBMRPT
025500         STOP RUN.
025600
025607*    BOTH SIGN-OFFS MUST BE AUTHORIZED FOR THIS TABLE
025614     PERFORM 0600-CHECK-AUTHORITY THRU 0600-EXIT.
025621     IF AUTH-REFUSED-CTR > 0
025628         MOVE '**REFUSED' TO TML-TAG
025635         MOVE 'SIGN-OFF NOT AUTHORIZED FOR THIS TABLE'
025642              TO TML-TEXT
025649         MOVE TBC-TABLE-NAME TO TML-RECORD
025656         PERFORM 8000-WRITE-MSG THRU 8000-EXIT
025663         MOVE 08 TO RETURN-CODE
025670         PERFORM 0700-FINISH-AUTHORITY THRU 0700-EXIT
025677         CLOSE TBMCARD CANDIN PRODOUT TBMRPT
025684         STOP RUN.
025691
025700     PERFORM 1000-LOAD-CANDIDATES THRU 1000-EXIT
025800             UNTIL EOF-CND = 1.
025900     PERFORM 1500-LOAD-CURRENT THRU 1500-EXIT.
027200         PERFORM 4000-PROMOTE-MEMBER THRU 4000-EXIT.
027300
027400     CLOSE TBMCARD CANDIN PRODOUT TBMRPT.
027410     PERFORM 0700-FINISH-AUTHORITY THRU 0700-EXIT.
027500
027600     DISPLAY '-- PROGRAM HHTBM213  VERSION  ===> ' HHTBM-VERSION.
027700     DISPLAY '-- TABLE MAINTAINED           ===> '
030100         MOVE 03 TO WS-KEY-LEN.
030200     IF TBC-TABLE-NAME = 'PARTTABL'
030300         MOVE 01 TO WS-KEY-LEN.
030310     IF TBC-TABLE-NAME = 'PROVBANK'
030320         MOVE 06 TO WS-KEY-LEN.
030330     IF TBC-TABLE-NAME = 'RURCNTY'
030340         MOVE 14 TO WS-KEY-LEN.
030400 0500-EXIT.  EXIT.
030402
030404*================================================================*
030406*    EACH SIGN-OFF MUST HOLD SIGNOF FOR THE TABLE IN SECPROF     *
030408*================================================================*
030410 0600-CHECK-AUTHORITY.
030412     MOVE 0 TO AUTH-REFUSED-CTR.
030414     MOVE SPACES          TO AUTH-REQUEST.
030416     MOVE 'C'             TO AUT-ACTION.
030418     MOVE 'HHTBM213'      TO AUT-PROGRAM.
030420     MOVE 'SIGNOF'        TO AUT-FUNCTION.
030422     MOVE TBC-TABLE-NAME  TO AUT-SCOPE.
030424     MOVE TBC-SIGNOFF-1   TO AUT-USER-ID.
030426     MOVE 'FIRST SIGN-OFF'  TO AUT-DETAIL.
030428     PERFORM 0650-CALL-HHAUT213 THRU 0650-EXIT.
030430     MOVE TBC-SIGNOFF-2   TO AUT-USER-ID.
030432     MOVE 'SECOND SIGN-OFF' TO AUT-DETAIL.
030434     PERFORM 0650-CALL-HHAUT213 THRU 0650-EXIT.
030436 0600-EXIT.  EXIT.
030438
030440 0650-CALL-HHAUT213.
030442     CALL HHAUT213 USING AUTH-REQUEST.
030444     IF AUT-GRANTED
030446         GO TO 0650-EXIT.
030448     ADD 1 TO AUTH-REFUSED-CTR.
030450     MOVE '**REFUSED' TO TML-TAG.
030452     MOVE SPACES      TO TML-TEXT.
030454     STRING AUT-DETAIL DELIMITED BY '  '
030456            ' ' DELIMITED BY SIZE
030458            AUT-USER-ID DELIMITED BY ' '
030460            ' NOT AUTHORIZED' DELIMITED BY SIZE
030462            INTO TML-TEXT.
030464     MOVE AUT-REASON  TO TML-RECORD.
030466     PERFORM 8000-WRITE-MSG THRU 8000-EXIT.
030468 0650-EXIT.  EXIT.
030470
030472 0700-FINISH-AUTHORITY.
030474     MOVE 'F' TO AUT-ACTION.
030476     CALL HHAUT213 USING AUTH-REQUEST.
030478 0700-EXIT.  EXIT.
030500
030600 1000-LOAD-CANDIDATES.
030700     READ CANDIN
030800         AT END   MOVE 1 TO EOF-CND
030900                  GO TO 1000-EXIT.
031000     ADD 1 TO CAND-CTR.
031100     IF CAND-NEXT < 5000
031200         ADD 1 TO CAND-NEXT
031300         MOVE CANDIN-REC TO CND-RECORD (CAND-NEXT)
031400     ELSE
031500         ADD 1 TO ERROR-CTR
031600         MOVE '**ERROR  ' TO TML-TAG
031700         MOVE 'CANDIDATE MEMBER EXCEEDS 5000 RECORDS'
031800              TO TML-TEXT
031900         MOVE CANDIN-REC (1:40) TO TML-RECORD
032000         PERFORM 8000-WRITE-MSG THRU 8000-EXIT.
033300         AT END   MOVE 1 TO EOF-CUR
033400                  GO TO 1600-EXIT.
033500     ADD 1 TO CURR-CTR.
033600     IF CURR-NEXT < 5000
033700         ADD 1 TO CURR-NEXT
033800         MOVE CURRIN-REC TO CUR-RECORD  (CURR-NEXT)
033900         MOVE 'N'        TO CUR-MATCHED (CURR-NEXT).
037400         PERFORM 2500-EDIT-TOBTABL THRU 2500-EXIT.
037500     IF TBC-TABLE-NAME = 'PARTTABL'
037600         PERFORM 2600-EDIT-PARTTABL THRU 2600-EXIT.
037610     IF TBC-TABLE-NAME = 'PROVBANK'
037620         PERFORM 2700-EDIT-PROVBANK THRU 2700-EXIT.
037630     IF TBC-TABLE-NAME = 'RURCNTY'
037640         PERFORM 2800-EDIT-RURCNTY THRU 2800-EXIT.
037700 2100-EXIT.  EXIT.
037800
037900 2200-EDIT-EPIRATE.
045700              TO TML-TEXT
045800         PERFORM 8000-WRITE-MSG THRU 8000-EXIT.
045900 2600-EXIT.  EXIT.
045901
045902*    A ROUTING NUMBER MUST PASS THE ABA CHECK DIGIT (WEIGHTS
045903*    3-7-1 ACROSS ALL NINE DIGITS SUM TO A MULTIPLE OF TEN).
045904*    PRENOTE STATUS P = TO BE SENT, S = SENT (DATE REQUIRED),
045905*    C = CLEARED, R = RETURNED BY THE RECEIVING BANK
045906 2700-EDIT-PROVBANK.
045907     IF PBK-PROV-NO = SPACES
045908         PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
045909         MOVE 'PROVIDER NUMBER IS BLANK'
045910              TO TML-TEXT
045911         PERFORM 8000-WRITE-MSG THRU 8000-EXIT.
045912     MOVE 0 TO ABA-SUM.
045913     IF PBK-ROUTING NUMERIC
045914         PERFORM 2710-ADD-ABA-DIGIT THRU 2710-EXIT
045915                 VARYING ABA-SUB FROM 1 BY 1
045916                 UNTIL ABA-SUB > 9.
045917     MOVE ABA-SUM (3:1) TO ABA-DIGIT.
045918     IF PBK-ROUTING NOT NUMERIC
045919        OR PBK-ROUTING = '000000000'
045920        OR ABA-DIGIT NOT = 0
045921         PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
045922         MOVE 'ROUTING NUMBER FAILS THE ABA CHECK DIGIT'
045923              TO TML-TEXT
045924         PERFORM 8000-WRITE-MSG THRU 8000-EXIT.
045925     IF PBK-ACCOUNT = SPACES
045926         PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
045927         MOVE 'ACCOUNT NUMBER IS BLANK'
045928              TO TML-TEXT
045929         PERFORM 8000-WRITE-MSG THRU 8000-EXIT.
045930     IF PBK-ACCT-TYPE NOT = 'C' AND PBK-ACCT-TYPE NOT = 'S'
045931         PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
045932         MOVE 'ACCOUNT TYPE MUST BE C OR S'
045933              TO TML-TEXT
045934         PERFORM 8000-WRITE-MSG THRU 8000-EXIT.
045935     IF PBK-PRENOTE-STATUS NOT = 'P' AND NOT = 'S'
045936        AND NOT = 'C' AND NOT = 'R'
045937         PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
045938         MOVE 'PRENOTE STATUS MUST BE P, S, C OR R'
045939              TO TML-TEXT
045940         PERFORM 8000-WRITE-MSG THRU 8000-EXIT.
045941     IF PBK-PRENOTE-STATUS = 'S'
045942        AND PBK-PRENOTE-DATE NOT NUMERIC
045943         PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
045944         MOVE 'PRENOTE SENT WITH NO VALID SENT DATE'
045945              TO TML-TEXT
045946         PERFORM 8000-WRITE-MSG THRU 8000-EXIT.
045947     IF PBK-PAYEE-NAME = SPACES
045948         PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
045949         MOVE 'PAYEE NAME IS BLANK'
045950              TO TML-TEXT
045951         PERFORM 8000-WRITE-MSG THRU 8000-EXIT.
045952 2700-EXIT.  EXIT.
045953
045954 2710-ADD-ABA-DIGIT.
045955     COMPUTE ABA-SUM = ABA-SUM
045956           + PBK-ROUTING-DIGIT (ABA-SUB) * ABA-WEIGHT (ABA-SUB).
045957 2710-EXIT.  EXIT.
045958
045959 2800-EDIT-RURCNTY.
045960     IF RCY-COUNTY NOT NUMERIC
045961         PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
045962         MOVE 'COUNTY MUST BE A 5-DIGIT STATE/COUNTY FIPS CODE'
045963              TO TML-TEXT
045964         PERFORM 8000-WRITE-MSG THRU 8000-EXIT.
045965     IF RCY-EFFDATE NOT NUMERIC
045966        OR RCY-EFFDATE (5:2) < '01' OR RCY-EFFDATE (5:2) > '12'
045967        OR RCY-EFFDATE (7:2) < '01' OR RCY-EFFDATE (7:2) > '31'
045968         PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
045969         MOVE 'EFFECTIVE DATE NOT A VALID CCYYMMDD'
045970              TO TML-TEXT
045971         PERFORM 8000-WRITE-MSG THRU 8000-EXIT.
045972     IF RCY-CATEGORY NOT = 'A' AND RCY-CATEGORY NOT = 'B'
045973        AND RCY-CATEGORY NOT = 'C' AND RCY-CATEGORY NOT = 'N'
045974         PERFORM 2900-FLAG-ERROR THRU 2900-EXIT
045975         MOVE 'RURAL CATEGORY MUST BE A, B, C OR N'
045976              TO TML-TEXT
045977         PERFORM 8000-WRITE-MSG THRU 8000-EXIT.
045978 2800-EXIT.  EXIT.
046000
046100 2900-FLAG-ERROR.
046200     ADD 1 TO ERROR-CTR.
048900         MOVE SPACES TO TML-TEXT
049000         MOVE WORK-RECORD (1:40) TO TML-RECORD
049100         PERFORM 8000-WRITE-MSG THRU 8000-EXIT
049110         PERFORM 3600-FORCE-PRENOTE THRU 3600-EXIT
049200         GO TO 3100-EXIT.
049300
049400     MOVE 'Y' TO CUR-MATCHED (WS-MATCH-IX).
050200         MOVE 'NOW:' TO TML-TEXT
050300         MOVE WORK-RECORD (1:40) TO TML-RECORD
050400         PERFORM 8000-WRITE-MSG THRU 8000-EXIT.
050410
050420*    A CHANGED ROUTING, ACCOUNT OR ACCOUNT TYPE IS A NEW ACCOUNT
050430     IF CUR-RECORD (WS-MATCH-IX) (8:29) NOT = PBK-BANK-DATA
050450         PERFORM 3600-FORCE-PRENOTE THRU 3600-EXIT.
050500 3100-EXIT.  EXIT.
050600
050700 3200-MATCH-CURRENT.
051800         MOVE CUR-RECORD (CURR-SUB) (1:40) TO TML-RECORD
051900         PERFORM 8000-WRITE-MSG THRU 8000-EXIT.
052000 3500-EXIT.  EXIT.
052001
052006*    A NEW OR CHANGED ACCOUNT IS PROMOTED AWAITING ITS PRENOTE
052011 3600-FORCE-PRENOTE.
052016     IF TBC-TABLE-NAME NOT = 'PROVBANK'
052021         GO TO 3600-EXIT.
052026     IF PBK-PRENOTE-STATUS = 'P'
052031        AND PBK-PRENOTE-DATE = SPACES
052036         GO TO 3600-EXIT.
052041     MOVE 'P'    TO PBK-PRENOTE-STATUS.
052046     MOVE SPACES TO PBK-PRENOTE-DATE.
052051     MOVE WORK-RECORD TO CND-RECORD (CAND-SUB).
052056     MOVE 'PRENOTE  ' TO TML-TAG.
052061     MOVE 'NEW ACCOUNT - PRENOTE STATUS SET TO P'
052066          TO TML-TEXT.
052071     MOVE WORK-RECORD (1:40) TO TML-RECORD.
052076     PERFORM 8000-WRITE-MSG THRU 8000-EXIT.
052081 3600-EXIT.  EXIT.
052100
052200*================================================================*
052300*    PROMOTE THE VALIDATED MEMBER                                *
