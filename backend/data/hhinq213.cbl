001900*  EVERY LOOKUP - HIT OR MISS - IS STAMPED TO THE INQLOG ACCESS   *
002000*  LOG (DATE, TIME, USER, TYPE, KEY, HIT COUNTS) FOR THE PHI      *
002100*  ACCESS AUDIT.  A CARD WITH NO USER ID IS REFUSED AND LOGGED.   *
002110*                                                                 *
002120*  THE USER MUST ALSO HOLD PHIINQ FOR HHINQ213 IN THE SHARED      *
002130*  SECURITY PROFILE; HHAUT213 ANSWERS AND LOGS THE ANSWER TO      *
002140*  SECLOG.  AN UNAUTHORIZED CARD IS REFUSED LIKE AN ANONYMOUS     *
002150*  ONE - NOTHING IS LOOKED UP OR PRINTED.                         *
002200*----------------------------------------------------------------*
002300
002400 DATE-COMPILED.
009100
009200 FD  SUSPFILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORDING MODE IS V
009410     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
009500     BLOCK CONTAINS 0 RECORDS.
009600 01  SUSP-REC                   PIC X(1000).
009700
009800 FD  MBIXWALK
009900     RECORDING MODE IS F
012100 01  FILLER                     PIC X(40)  VALUE
012200     'HHINQ    - W O R K I N G   S T O R A G E'.
012300 01  HHINQ-VERSION              PIC X(07)  VALUE 'Q2021.3'.
012310 01  HHAUT213                   PIC X(08)  VALUE 'HHAUT213'.
012320 01  INQ-REFUSED-SW             PIC X(01)  VALUE 'N'.
012330     88  CARD-REFUSED                      VALUE 'Y'.
012400 01  EOF-INQ                    PIC 9(01)  VALUE 0.
012500 01  EOF-HSF                    PIC 9(01)  VALUE 0.
012600 01  EOF-NRG                    PIC 9(01)  VALUE 0.
017800     05  FILLER                  PIC X(14).
017900     05  HHA-TOTAL-PAYMENT       PIC 9(07)V9(02).
018000     05  FILLER                  PIC X(224).
018010*    VERSION 3 EXTENSION (BYTES 651-1000)
018020     05  HHA-V3-EXTENSION           PIC X(350).
018100
018200*----------------------------------------------------------------*
018300*  CLAIM-HISTORY MASTER, NOA REGISTRY AND SUSPECT SUMMARIES       *
022300*----------------------------------------------------------------*
022400*  PHI ACCESS-LOG RECORD - ONE PER INQUIRY CARD                   *
022500*----------------------------------------------------------------*
022507 01  AUTH-REQUEST.
022514     05  AUT-ACTION             PIC X(01).
022521     05  AUT-PROGRAM            PIC X(08).
022528     05  AUT-FUNCTION           PIC X(06).
022535     05  AUT-SCOPE              PIC X(08).
022542     05  AUT-USER-ID            PIC X(08).
022549     05  AUT-DETAIL             PIC X(40).
022556     05  AUT-RESULT             PIC X(01).
022563         88  AUT-GRANTED                   VALUE 'G'.
022570     05  AUT-REASON             PIC X(20).
022577     05  FILLER                 PIC X(08).
022584
022600 01  ACCESS-LOG-RECORD.
022700     05  ALG-DATE               PIC X(08).
022800     05  ALG-TIME               PIC X(06).
032900             UNTIL EOF-INQ = 1.
033000
033100     CLOSE INQCARD HISTFILE INQRPT INQLOG.
033119     MOVE 'F' TO AUT-ACTION.
033129     CALL HHAUT213 USING AUTH-REQUEST.
033200
033300     DISPLAY '-- PROGRAM HHINQ213  VERSION  ===> ' HHINQ-VERSION.
033400     DISPLAY '-- INQUIRY CARDS READ         ===> ' INQCARD-CTR.
033500     DISPLAY '-- CARDS REFUSED UNAUTHORIZED ===> ' REFUSED-CTR.
033600     DISPLAY '-- HISTORY RECORDS LOADED     ===> ' HIST-NEXT.
033700     DISPLAY '-- NOA REGISTRY ENTRIES       ===> ' NOA-NEXT.
033800     DISPLAY '-- SUSPECT CLAIMS LOADED      ===> ' SUS-NEXT.
045600     ADD 1 TO INQCARD-CTR.
045700     MOVE 0 TO HIT-HIST-CTR HIT-NOA-CTR HIT-SUS-CTR.
045800
045900*    A LOOKUP WITH NO USER ID, OR BY A USER WITHOUT PHIINQ IN THE
045913*    SECURITY PROFILE, IS REFUSED - THIS IS PHI
045920     MOVE 'N'             TO INQ-REFUSED-SW.
045927     MOVE SPACES          TO AUTH-REQUEST.
045934     MOVE 'C'             TO AUT-ACTION.
045941     MOVE 'HHINQ213'      TO AUT-PROGRAM.
045948     MOVE 'PHIINQ'        TO AUT-FUNCTION.
045955     MOVE INQ-USER-ID     TO AUT-USER-ID.
045962     MOVE INQCARD-REC (10:14) TO AUT-DETAIL.
045969     CALL HHAUT213 USING AUTH-REQUEST.
045976     IF NOT AUT-GRANTED
045983         MOVE 'Y' TO INQ-REFUSED-SW.
046000     IF CARD-REFUSED
046100         ADD 1 TO REFUSED-CTR
046200         PERFORM 2800-WRITE-ACCESS-LOG THRU 2800-EXIT
046300         GO TO 2000-EXIT.
059700     MOVE HIT-HIST-CTR        TO ALG-HIST-HITS.
059800     MOVE HIT-NOA-CTR         TO ALG-NOA-HITS.
059900     MOVE HIT-SUS-CTR         TO ALG-SUSP-HITS.
060000     IF CARD-REFUSED
060100         MOVE 'R' TO ALG-REFUSED-IND
060200     ELSE
060300         MOVE ' ' TO ALG-REFUSED-IND.
