002000*    OTHER SV2 SERVICE LINES         -> HHA-REVENUE-DATA GROUPS,  *
002100*      SPILLING PAST SIX INTO THE EXISTING CONTINUATION-RECORD    *
002200*      CONVENTION (HHA-REC-VERSION '2' / HHA-CONT-CNT)            *
002210*    HI PRINCIPAL/OTHER DIAGNOSES    -> DIAGDTL COMPANION FILE,   *
002220*      ONE RECORD PER ICD-10 CODE KEYED NPI/HIC/FROM DATE LIKE    *
002230*      VISITDTL, FOR THE HHDXG213 DIAGNOSIS REGROUPER             *
002240*    NM1*71 ATTENDING (CERTIFYING) OR, FAILING THAT, NM1*DN       *
002250*      REFERRING PRACTITIONER        -> ORDPDTL COMPANION FILE,   *
002260*      ONE RECORD PER CLAIM KEYED NPI/HIC/FROM DATE, FOR THE      *
002270*      ORDERING/CERTIFYING PRACTITIONER ENROLLMENT EDIT           *
002300*                                                                 *
002400*  A CLAIM MISSING ITS NPI, SUBSCRIBER, TOB OR PERIOD DATES IS    *
002500*  REJECTED TO THE ERROR REPORT, NEVER SILENTLY DROPPED.  AN      *
004500         FILE STATUS IS ERR-STAT.
004600     SELECT ACKFILE   ASSIGN TO UT-S-ACKFILE
004700         FILE STATUS IS ACK-STAT.
004710     SELECT DIAGDTL   ASSIGN TO UT-S-DIAGDTL
004720         FILE STATUS IS DGD-STAT.
004730     SELECT ORDPDTL   ASSIGN TO UT-S-ORDPDTL
004740         FILE STATUS IS OPD-STAT.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
007600     05  ACK-REJECTED           PIC 9(07).
007700     05  ACK-RUN-DATE           PIC X(08).
007800     05  FILLER                 PIC X(43).
007810
007820 FD  DIAGDTL
007830     RECORDING MODE IS F
007840     BLOCK CONTAINS 0 RECORDS
007850     LABEL RECORDS ARE STANDARD.
007860 01  DIAGDTL-REC.
007870     05  DGD-NPI                PIC X(10).
007880     05  DGD-HIC                PIC X(12).
007890     05  DGD-FROM-DATE          PIC X(08).
007891     05  DGD-SEQ                PIC 9(02).
007892     05  DGD-DX-QUAL            PIC X(03).
007893     05  DGD-DX-CODE            PIC X(07).
007894     05  FILLER                 PIC X(38).
007895
007896 FD  ORDPDTL
007897     RECORDING MODE IS F
007898     BLOCK CONTAINS 0 RECORDS
007899     LABEL RECORDS ARE STANDARD.
007900 01  ORDPDTL-REC.
007901     05  OPD-NPI                PIC X(10).
007902     05  OPD-HIC                PIC X(12).
007903     05  OPD-FROM-DATE          PIC X(08).
007904*        NM1 ENTITY CODE THE PRACTITIONER CAME FROM (71 OR DN)
007905     05  OPD-PRAC-QUAL          PIC X(03).
007906     05  OPD-PRAC-NPI           PIC X(10).
007907     05  OPD-PRAC-LAST-NAME     PIC X(25).
007908     05  OPD-PRAC-FIRST-NAME    PIC X(12).
007900
008000 WORKING-STORAGE SECTION.
008100 01  FILLER                     PIC X(40)  VALUE
012000 01  ACK-STAT.
012100     05  ACK-STAT1              PIC X.
012200     05  ACK-STAT2              PIC X.
012210 01  DGD-STAT.
012220     05  DGD-STAT1              PIC X.
012230     05  DGD-STAT2              PIC X.
012240 01  DIAG-OUT-CTR               PIC 9(09)  VALUE 0.
012250 01  DIAG-NEXT                  PIC 9(02)  VALUE 0.
012260 01  DIAG-SUB                   PIC 9(02)  VALUE 0.
012270 01  ELEM-SUB                   PIC 9(02)  VALUE 0.
012280 01  OPD-STAT.
012281     05  OPD-STAT1              PIC X.
012282     05  OPD-STAT2              PIC X.
012283 01  ORDP-OUT-CTR               PIC 9(09)  VALUE 0.
012300
012400*----------------------------------------------------------------*
012500*  SEGMENT ASSEMBLY AND ELEMENT SPLIT                             *
015100         10  AKT-ACCEPTED       PIC 9(07).
015200         10  AKT-REJECTED       PIC 9(07).
015300
015310*----------------------------------------------------------------*
015320*  DIAGNOSES FROM THE CLAIM'S HI SEGMENTS - PRINCIPAL (ABK) AND   *
015330*  OTHER (ABF), IN THE ORDER BILLED                               *
015340*----------------------------------------------------------------*
015350 01  DIAG-TABLE.
015360     05  DIAG-DATA              OCCURS 25.
015370         10  DGT-DX-QUAL        PIC X(03).
015380         10  DGT-DX-CODE        PIC X(07).
015381
015382*----------------------------------------------------------------*
015383*  THE CLAIM'S CERTIFYING PRACTITIONER - THE ATTENDING (NM1*71),  *
015384*  OR THE REFERRING (NM1*DN) WHEN NO ATTENDING IS BILLED          *
015385*----------------------------------------------------------------*
015386 01  ORDP-PRAC-DATA.
015387     05  ORDP-PRAC-QUAL         PIC X(03).
015388     05  ORDP-PRAC-NPI          PIC X(10).
015389     05  ORDP-PRAC-LAST-NAME    PIC X(25).
015390     05  ORDP-PRAC-FIRST-NAME   PIC X(12).
015395
015400*----------------------------------------------------------------*
015500*  OUTPUT RECORD - FIELDS THE TRANSLATOR SETS.  OFFSETS MUST      *
015600*  STAY IN SYNC WITH THE HHA-INPUT-DATA LAYOUT CARRIED BY         *
024400     OPEN INPUT  X12FILE
024500          OUTPUT HHAFILE
024600                 ERRRPT
024700                 ACKFILE
024710                 DIAGDTL
024720                 ORDPDTL.
024800
024900     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
025000     MOVE SPACES TO SEG-BUFFER.
026100
026200     PERFORM 7000-WRITE-ACKS THRU 7000-EXIT.
026300
026400     CLOSE X12FILE HHAFILE ERRRPT ACKFILE DIAGDTL ORDPDTL.
026500
026600     DISPLAY '-- PROGRAM HH837213  VERSION  ===> ' HH837-VERSION.
026700     DISPLAY '-- X12 RECORDS READ           ===> ' X12-REC-CTR.
027000     DISPLAY '-- CLAIMS REJECTED            ===> '
027000             CLAIM-REJECT-CTR.
027100     DISPLAY '-- CONTINUATION RECORDS       ===> ' CONT-OUT-CTR.
027110     DISPLAY '-- DIAGNOSIS RECORDS          ===> ' DIAG-OUT-CTR.
027120     DISPLAY '-- PRACTITIONER RECORDS       ===> ' ORDP-OUT-CTR.
027200
027300     STOP RUN.
027400
033800     IF SEG-ELEM (1) = 'SV2'
033900         PERFORM 3500-APPLY-SV2 THRU 3500-EXIT
034000     ELSE
034010     IF SEG-ELEM (1) = 'HI'
034020         PERFORM 3700-APPLY-HI THRU 3700-EXIT
034030     ELSE
034100     IF SEG-ELEM (1) = 'SE'
034200        OR SEG-ELEM (1) = 'GE'
034300        OR SEG-ELEM (1) = 'IEA'
038400         MOVE SEG-ELEM (10) (1:10) TO HHA-NPI.
038500     IF SEG-ELEM (2) = 'IL'
038600         MOVE SEG-ELEM (10) (1:12) TO HHA-HIC.
038610     IF SEG-ELEM (10) = SPACES
038620         GO TO 3200-EXIT.
038630     IF SEG-ELEM (2) = '71'
038640        OR (SEG-ELEM (2) = 'DN' AND ORDP-PRAC-QUAL NOT = '71')
038650         MOVE SEG-ELEM (2) (1:3)   TO ORDP-PRAC-QUAL
038660         MOVE SEG-ELEM (10) (1:10) TO ORDP-PRAC-NPI
038670         MOVE SEG-ELEM (4) (1:25)  TO ORDP-PRAC-LAST-NAME
038680         MOVE SEG-ELEM (5) (1:12)  TO ORDP-PRAC-FIRST-NAME.
038700 3200-EXIT.  EXIT.
038800
038900 3300-APPLY-REF.
046700     IF SGT-REV-CODE (GRP-SUB) = SEG-ELEM (2) (1:4)
046800         MOVE GRP-SUB TO GRP-SLOT.
046900 3600-EXIT.  EXIT.
046910
046920*================================================================*
046930*    HI - EACH ELEMENT IS QUALIFIER:CODE.  ABK/BK IS THE         *
046940*    PRINCIPAL DIAGNOSIS, ABF/BF AN OTHER DIAGNOSIS; ADMITTING,  *
046950*    REASON-FOR-VISIT AND VALUE/OCCURRENCE CODES ARE NOT KEPT    *
046960*================================================================*
046970 3700-APPLY-HI.
046980     IF NOT CLAIM-OPEN
046990         GO TO 3700-EXIT.
047000     PERFORM 3800-APPLY-ONE-HI THRU 3800-EXIT
047010             VARYING ELEM-SUB FROM 2 BY 1 UNTIL ELEM-SUB > 13.
047020 3700-EXIT.  EXIT.
047030
047040 3800-APPLY-ONE-HI.
047050     IF SEG-ELEM (ELEM-SUB) = SPACES
047060         GO TO 3800-EXIT.
047070     MOVE SPACES TO COMP-PARTS.
047080     UNSTRING SEG-ELEM (ELEM-SUB) DELIMITED BY ':'
047090         INTO COMP-PART (1) COMP-PART (2)
047100     END-UNSTRING.
047110     IF COMP-PART (1) NOT = 'ABK' AND COMP-PART (1) NOT = 'BK'
047120        AND COMP-PART (1) NOT = 'ABF' AND COMP-PART (1) NOT = 'BF'
047130         GO TO 3800-EXIT.
047140     IF COMP-PART (2) = SPACES
047150         GO TO 3800-EXIT.
047160     IF DIAG-NEXT NOT < 25
047170         GO TO 3800-EXIT.
047180     ADD 1 TO DIAG-NEXT.
047190     MOVE COMP-PART (1) (1:3) TO DGT-DX-QUAL (DIAG-NEXT).
047200     MOVE COMP-PART (2) (1:7) TO DGT-DX-CODE (DIAG-NEXT).
047210 3800-EXIT.  EXIT.
047000
047100*================================================================*
047200*    A CLEAN CLAIM SHELL WITH PRICER-FRIENDLY DEFAULTS           *
049900     MOVE SPACES  TO WK-REASON.
050000     INITIALIZE SERVICE-GROUP-TABLE.
050100     MOVE 0 TO GRP-NEXT.
050110     INITIALIZE DIAG-TABLE.
050120     MOVE 0 TO DIAG-NEXT.
050130     MOVE SPACES TO ORDP-PRAC-DATA.
050200 4000-EXIT.  EXIT.
050300
050400 4100-INIT-REV-GROUP.
055300
055400     IF GRP-NEXT > 6
055500         PERFORM 5300-WRITE-CONTINUATION THRU 5300-EXIT.
055510
055520     PERFORM 5600-WRITE-ONE-DIAG THRU 5600-EXIT
055530             VARYING DIAG-SUB FROM 1 BY 1
055540             UNTIL DIAG-SUB > DIAG-NEXT.
055550
055560     IF ORDP-PRAC-NPI NOT = SPACES
055570         PERFORM 5700-WRITE-ORDP THRU 5700-EXIT.
055600 5000-EXIT.  EXIT.
055700
055800 5100-VALIDATE-CLAIM.
063700         MOVE HHA-SERV-FROM-DATE
063800              TO CONT-EARLIEST-DATE (OUT-SUB).
063900 5500-EXIT.  EXIT.
063910
063920*    ONE DIAGDTL RECORD PER DIAGNOSIS OF AN ACCEPTED CLAIM
063930 5600-WRITE-ONE-DIAG.
063940     MOVE SPACES                  TO DIAGDTL-REC.
063950     MOVE HHA-NPI                 TO DGD-NPI.
063960     MOVE HHA-HIC                 TO DGD-HIC.
063970     MOVE HHA-SERV-FROM-DATE      TO DGD-FROM-DATE.
063980     MOVE DIAG-SUB                TO DGD-SEQ.
063990     MOVE DGT-DX-QUAL (DIAG-SUB)  TO DGD-DX-QUAL.
064000     MOVE DGT-DX-CODE (DIAG-SUB)  TO DGD-DX-CODE.
064010     WRITE DIAGDTL-REC.
064020     IF DGD-STAT1 > 0 DISPLAY ' BADD WRITE ON DIAGDTL FILE'.
064030     ADD 1 TO DIAG-OUT-CTR.
064040 5600-EXIT.  EXIT.
064050
064060*    ONE ORDPDTL RECORD FOR AN ACCEPTED CLAIM THAT NAMED ITS
064070*    CERTIFYING OR REFERRING PRACTITIONER
064080 5700-WRITE-ORDP.
064090     MOVE SPACES                  TO ORDPDTL-REC.
064100     MOVE HHA-NPI                 TO OPD-NPI.
064110     MOVE HHA-HIC                 TO OPD-HIC.
064120     MOVE HHA-SERV-FROM-DATE      TO OPD-FROM-DATE.
064130     MOVE ORDP-PRAC-QUAL          TO OPD-PRAC-QUAL.
064140     MOVE ORDP-PRAC-NPI           TO OPD-PRAC-NPI.
064150     MOVE ORDP-PRAC-LAST-NAME     TO OPD-PRAC-LAST-NAME.
064160     MOVE ORDP-PRAC-FIRST-NAME    TO OPD-PRAC-FIRST-NAME.
064170     WRITE ORDPDTL-REC.
064180     IF OPD-STAT1 > 0 DISPLAY ' BADO WRITE ON ORDPDTL FILE'.
064190     ADD 1 TO ORDP-OUT-CTR.
064195 5700-EXIT.  EXIT.
064000
064100*================================================================*
064200*    ERROR REPORT AND PER-SUBMITTER ACKNOWLEDGMENT COUNTS        *
