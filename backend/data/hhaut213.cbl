000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HHAUT213.
000300
000400*----------------------------------------------------------------*
000500*  FUNCTION-LEVEL AUTHORIZATION FOR THE CARD-DRIVEN UTILITIES    *
000600*                                                                *
000700*  HHTBM213, HHAPP213, HHINQ213, HHDSK213 AND THE HHMGR213       *
000800*  ANALYST OVERRIDE LOAD CALL THIS MODULE FOR EVERY CARD THAT    *
000900*  ACTS UNDER AN ANALYST'S NAME.  IT ANSWERS WHETHER THE         *
001000*  ANALYST HOLDS THE FUNCTION IN THE SHARED SECURITY PROFILE     *
001100*  AND APPENDS THE ANSWER - GRANTED OR REFUSED - TO THE SECLOG   *
001200*  ACCESS LOG THAT HHACR213 REVIEWS EACH MONTH.                  *
001300*                                                                *
001400*  SECPROF: ONE ROW PER ANALYST, PROGRAM AND FUNCTION            *
001500*           COLS  1-8  ANALYST ID (TBM SIGN-OFF INITIALS ARE     *
001600*                      CARRIED LEFT-JUSTIFIED)                   *
001700*           COLS 10-17 PROGRAM (HHTBM213, HHAPP213, ...)         *
001800*           COLS 19-24 FUNCTION                                  *
001900*                      HHTBM213  SIGNOF  TABLE SIGN-OFF          *
002000*                      HHAPP213  LOG / STATUS / RESOLV           *
002100*                      HHINQ213  PHIINQ  CLAIM/PHI INQUIRY       *
002200*                      HHMGR213  OVRKEY  KEY A MANUAL RELEASE    *
002300*                      HHMGR213  OVRAPP  APPROVE MANUAL RELEASE  *
002310*                      HHMGR213  RERUN   PRICE AN HHAFILE AGAIN  *
002400*                      HHDSK213  DSKPRC  DESK PRICING            *
002500*           COLS 26-33 SCOPE - SIGNOF TABLE NAME, BLANK = ALL    *
002600*           COLS 35-42 EFFECTIVE FROM CCYYMMDD (BLANK = ALWAYS)  *
002700*           COLS 44-51 EFFECTIVE THRU CCYYMMDD (BLANK = OPEN)    *
002800*           COLS 53-80 ANALYST NAME                              *
002900*           AN ASTERISK IN COLUMN 1 MARKS A COMMENT ROW          *
003000*  SECLOG:  120-BYTE ACCESS LOG, ACCUMULATES ACROSS RUNS         *
003100*                                                                *
003200*  NO PROFILE ASSIGNED MEANS NO AUTHORITY - EVERY CARD IS        *
003300*  REFUSED, NEVER WAVED THROUGH.                                 *
003400*                                                                *
003500*  AUT-ACTION C = CHECK ONE CARD, F = FINISH (CLOSE THE LOG)     *
003600*----------------------------------------------------------------*
003700
003800 DATE-COMPILED.
003900 ENVIRONMENT                     DIVISION.
004000
004100 CONFIGURATION                   SECTION.
004200 SOURCE-COMPUTER.                IBM-370.
004300 OBJECT-COMPUTER.                IBM-370.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700
004800     SELECT OPTIONAL SECPROF ASSIGN TO UT-S-SECPROF
004900         FILE STATUS IS SPF-STAT.
005000     SELECT SECLOG    ASSIGN TO UT-S-SECLOG
005100         FILE STATUS IS SLG-STAT.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  SECPROF
005600     RECORDING MODE IS F
005700     BLOCK CONTAINS 0 RECORDS
005800     LABEL RECORDS ARE STANDARD.
005900 01  SECPROF-REC.
006000     05  SPF-USER-ID            PIC X(08).
006100     05  FILLER                 PIC X(01).
006200     05  SPF-PROGRAM            PIC X(08).
006300     05  FILLER                 PIC X(01).
006400     05  SPF-FUNCTION           PIC X(06).
006500     05  FILLER                 PIC X(01).
006600     05  SPF-SCOPE              PIC X(08).
006700     05  FILLER                 PIC X(01).
006800     05  SPF-EFF-FROM           PIC X(08).
006900     05  FILLER                 PIC X(01).
007000     05  SPF-EFF-THRU           PIC X(08).
007100     05  FILLER                 PIC X(01).
007200     05  SPF-NAME               PIC X(28).
007300
007400 FD  SECLOG
007500     RECORDING MODE IS F
007600     BLOCK CONTAINS 0 RECORDS
007700     LABEL RECORDS ARE STANDARD.
007800 01  SECLOG-REC                 PIC X(120).
007900
008000 WORKING-STORAGE SECTION.
008100 01  FILLER                     PIC X(40)  VALUE
008200     'HHAUT    - W O R K I N G   S T O R A G E'.
008300 01  HHAUT-VERSION              PIC X(07)  VALUE 'S2026.1'.
008400 01  EOF-SPF                    PIC 9(01)  VALUE 0.
008500 01  AUT-LOADED-SW              PIC X(01)  VALUE 'N'.
008600     88  PROFILE-LOADED                    VALUE 'Y'.
008700 01  AUT-PROFILE-SW             PIC X(01)  VALUE 'N'.
008800     88  PROFILE-PRESENT                   VALUE 'Y'.
008900 01  AUT-LOG-SW                 PIC X(01)  VALUE 'N'.
009000     88  SECLOG-OPEN                       VALUE 'Y'.
009100 01  AUT-MATCH-SW               PIC X(01)  VALUE 'N'.
009200     88  FUNCTION-HELD                     VALUE 'F'.
009300     88  FUNCTION-EFFECTIVE                VALUE 'E'.
009400 01  PROFILE-CTR                PIC 9(05)  VALUE 0.
009500 01  PROFILE-NEXT               PIC 9(05)  VALUE 0.
009600 01  PROFILE-SUB                PIC 9(05)  VALUE 0.
009700 01  AUT-TODAY                  PIC X(08)  VALUE SPACES.
009800 01  AUT-NOW                    PIC X(08)  VALUE SPACES.
009900 01  SPF-STAT.
010000     05  SPF-STAT1              PIC X.
010100     05  SPF-STAT2              PIC X.
010200 01  SLG-STAT.
010300     05  SLG-STAT1              PIC X.
010400     05  SLG-STAT2              PIC X.
010500
010600*----------------------------------------------------------------*
010700*  SECURITY PROFILE HELD IN CORE                                 *
010800*----------------------------------------------------------------*
010900 01  PROFILE-TABLE.
011000     05  PROFILE-DATA           OCCURS 2000.
011100         10  PRF-USER-ID        PIC X(08).
011200         10  PRF-PROGRAM        PIC X(08).
011300         10  PRF-FUNCTION       PIC X(06).
011400         10  PRF-SCOPE          PIC X(08).
011500         10  PRF-EFF-FROM       PIC X(08).
011600         10  PRF-EFF-THRU       PIC X(08).
011700
011800*----------------------------------------------------------------*
011900*  SECLOG ACCESS-LOG RECORD - PIC X(120)                         *
012000*----------------------------------------------------------------*
012100 01  SECLOG-EVENT.
012200     05  SLG-DATE               PIC X(08).
012300     05  SLG-TIME               PIC X(08).
012400     05  SLG-PROGRAM            PIC X(08).
012500     05  SLG-FUNCTION           PIC X(06).
012600     05  SLG-SCOPE              PIC X(08).
012700     05  SLG-USER-ID            PIC X(08).
012800     05  SLG-RESULT             PIC X(01).
012900     05  SLG-REASON             PIC X(20).
013000     05  SLG-DETAIL             PIC X(40).
013100     05  FILLER                 PIC X(13).
013200
013300 LINKAGE SECTION.
013400*----------------------------------------------------------------*
013500*  AUTHORIZATION REQUEST - PIC X(100), CARRIED BY EVERY CALLER   *
013600*----------------------------------------------------------------*
013700 01  AUTH-REQUEST.
013800     05  AUT-ACTION             PIC X(01).
013900         88  AUT-CHECK                     VALUE 'C'.
014000         88  AUT-FINISH                    VALUE 'F'.
014100     05  AUT-PROGRAM            PIC X(08).
014200     05  AUT-FUNCTION           PIC X(06).
014300     05  AUT-SCOPE              PIC X(08).
014400     05  AUT-USER-ID            PIC X(08).
014500     05  AUT-DETAIL             PIC X(40).
014600     05  AUT-RESULT             PIC X(01).
014700         88  AUT-GRANTED                   VALUE 'G'.
014800         88  AUT-REFUSED                   VALUE 'R'.
014900     05  AUT-REASON             PIC X(20).
015000     05  FILLER                 PIC X(08).
015100
015200**--------------------------------------------------------------
015300 PROCEDURE  DIVISION USING AUTH-REQUEST.
015400
015500 0000-MAINLINE  SECTION.
015600
015700     IF AUT-FINISH
015800         PERFORM 9000-FINISH THRU 9000-EXIT
015900         GOBACK.
016000
016100     IF NOT PROFILE-LOADED
016200         PERFORM 1000-LOAD-PROFILE THRU 1000-EXIT.
016300
016400     PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT.
016500     PERFORM 3000-WRITE-SECLOG THRU 3000-EXIT.
016600
016700     GOBACK.
016800
016900*================================================================*
017000*    LOAD THE PROFILE AND OPEN THE ACCESS LOG ON THE FIRST CALL  *
017100*================================================================*
017200 1000-LOAD-PROFILE.
017300     ACCEPT AUT-TODAY FROM DATE YYYYMMDD.
017400     MOVE 0   TO EOF-SPF PROFILE-NEXT.
017500     MOVE 'N' TO AUT-PROFILE-SW.
017600
017700     OPEN INPUT SECPROF.
017800     IF SPF-STAT1 = '0'
017900         MOVE 'Y' TO AUT-PROFILE-SW
018000         PERFORM 1100-READ-PROFILE THRU 1100-EXIT
018100                 UNTIL EOF-SPF = 1
018200         CLOSE SECPROF
018300     ELSE
018400         DISPLAY '** HHAUT213 - NO SECURITY PROFILE - ALL CARDS '
018500                 'WILL BE REFUSED'.
018600
018700*    THE ACCESS LOG ACCUMULATES ACROSS RUNS - CREATED ON FIRST USE
018800     OPEN EXTEND SECLOG.
018900     IF SLG-STAT1 NOT = '0'
019000         OPEN OUTPUT SECLOG.
019100     IF SLG-STAT1 = '0'
019200         MOVE 'Y' TO AUT-LOG-SW
019300     ELSE
019400         DISPLAY ' BADO OPEN ON SECLOG FILE ' SLG-STAT.
019500
019600     MOVE 'Y' TO AUT-LOADED-SW.
019700 1000-EXIT.  EXIT.
019800
019900 1100-READ-PROFILE.
020000     READ SECPROF
020100         AT END   MOVE 1 TO EOF-SPF
020200                  GO TO 1100-EXIT.
020300     ADD 1 TO PROFILE-CTR.
020400     IF SECPROF-REC (1:1) = '*'
020500        OR SPF-USER-ID = SPACES
020600         GO TO 1100-EXIT.
020700     IF PROFILE-NEXT NOT < 2000
020800         DISPLAY '** SECURITY PROFILE TABLE FULL - ROW DROPPED '
020900                 SPF-USER-ID ' ' SPF-PROGRAM ' ' SPF-FUNCTION
021000         GO TO 1100-EXIT.
021100     ADD 1 TO PROFILE-NEXT.
021200     MOVE SPF-USER-ID  TO PRF-USER-ID  (PROFILE-NEXT).
021300     MOVE SPF-PROGRAM  TO PRF-PROGRAM  (PROFILE-NEXT).
021400     MOVE SPF-FUNCTION TO PRF-FUNCTION (PROFILE-NEXT).
021500     MOVE SPF-SCOPE    TO PRF-SCOPE    (PROFILE-NEXT).
021600     MOVE SPF-EFF-FROM TO PRF-EFF-FROM (PROFILE-NEXT).
021700     MOVE SPF-EFF-THRU TO PRF-EFF-THRU (PROFILE-NEXT).
021800 1100-EXIT.  EXIT.
021900
022000*================================================================*
022100*    DOES THE ANALYST HOLD THE FUNCTION, IN SCOPE, TODAY         *
022200*================================================================*
022300 2000-CHECK-AUTHORITY.
022400     MOVE 'R'    TO AUT-RESULT.
022500     MOVE SPACES TO AUT-REASON.
022600
022700     IF AUT-USER-ID = SPACES
022800         MOVE 'NO USER ID'          TO AUT-REASON
022900         GO TO 2000-EXIT.
023000     IF NOT PROFILE-PRESENT
023100         MOVE 'NO SECURITY PROFILE' TO AUT-REASON
023200         GO TO 2000-EXIT.
023300
023400     MOVE 'N' TO AUT-MATCH-SW.
023500     PERFORM 2100-MATCH-ROW THRU 2100-EXIT
023600             VARYING PROFILE-SUB FROM 1 BY 1
023700             UNTIL PROFILE-SUB > PROFILE-NEXT
023800                OR FUNCTION-EFFECTIVE.
023900
024000     IF FUNCTION-EFFECTIVE
024100         MOVE 'G'                   TO AUT-RESULT
024200         MOVE 'AUTHORIZED'          TO AUT-REASON
024300     ELSE
024400     IF FUNCTION-HELD
024500         MOVE 'GRANT NOT EFFECTIVE' TO AUT-REASON
024600     ELSE
024700         MOVE 'FUNCTION NOT GRANTED' TO AUT-REASON.
024800 2000-EXIT.  EXIT.
024900
025000 2100-MATCH-ROW.
025100     IF PRF-USER-ID  (PROFILE-SUB) NOT = AUT-USER-ID
025200        OR PRF-PROGRAM  (PROFILE-SUB) NOT = AUT-PROGRAM
025300        OR PRF-FUNCTION (PROFILE-SUB) NOT = AUT-FUNCTION
025400         GO TO 2100-EXIT.
025500     IF PRF-SCOPE (PROFILE-SUB) NOT = SPACES
025600        AND PRF-SCOPE (PROFILE-SUB) NOT = AUT-SCOPE
025700         GO TO 2100-EXIT.
025800
025900     MOVE 'F' TO AUT-MATCH-SW.
026000     IF PRF-EFF-FROM (PROFILE-SUB) NOT = SPACES
026100        AND PRF-EFF-FROM (PROFILE-SUB) > AUT-TODAY
026200         GO TO 2100-EXIT.
026300     IF PRF-EFF-THRU (PROFILE-SUB) NOT = SPACES
026400        AND PRF-EFF-THRU (PROFILE-SUB) < AUT-TODAY
026500         GO TO 2100-EXIT.
026600     MOVE 'E' TO AUT-MATCH-SW.
026700 2100-EXIT.  EXIT.
026800
026900*================================================================*
027000*    EVERY ANSWER, GRANTED OR REFUSED, GOES TO THE ACCESS LOG    *
027100*================================================================*
027200 3000-WRITE-SECLOG.
027300     IF NOT SECLOG-OPEN
027400         GO TO 3000-EXIT.
027500     ACCEPT AUT-NOW FROM TIME.
027600     MOVE SPACES        TO SECLOG-EVENT.
027700     MOVE AUT-TODAY     TO SLG-DATE.
027800     MOVE AUT-NOW       TO SLG-TIME.
027900     MOVE AUT-PROGRAM   TO SLG-PROGRAM.
028000     MOVE AUT-FUNCTION  TO SLG-FUNCTION.
028100     MOVE AUT-SCOPE     TO SLG-SCOPE.
028200     MOVE AUT-USER-ID   TO SLG-USER-ID.
028300     MOVE AUT-RESULT    TO SLG-RESULT.
028400     MOVE AUT-REASON    TO SLG-REASON.
028500     MOVE AUT-DETAIL    TO SLG-DETAIL.
028600     WRITE SECLOG-REC FROM SECLOG-EVENT.
028700     IF SLG-STAT1 > 0 DISPLAY ' BADS WRITE ON SECLOG FILE'.
028800 3000-EXIT.  EXIT.
028900
029000 9000-FINISH.
029100     IF SECLOG-OPEN
029200         CLOSE SECLOG
029300         MOVE 'N' TO AUT-LOG-SW.
029400     MOVE 'N' TO AUT-LOADED-SW.
029500 9000-EXIT.  EXIT.
