003700 FILE SECTION.
003800 FD  OUTFILE
003900     LABEL RECORDS ARE STANDARD
004000     RECORDING MODE IS V
004010     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
004100     BLOCK CONTAINS 0 RECORDS.
004200 01  OUT-REC                     PIC X(1000).
004300
004400 FD  HISTKSDS
004500     LABEL RECORDS ARE STANDARD.
004800         10  HKS-NPI            PIC X(10).
004900         10  HKS-HIC            PIC X(12).
005000         10  HKS-FROM-DATE      PIC X(08).
005100     05  HKS-DATA.
005101         10  FILLER             PIC X(60).
005102         10  HKS-INIT-DATE      PIC X(08).
005103         10  FILLER             PIC X(02).
005110
005120 FD  MODECARD
005130     RECORDING MODE IS F
006720     05  MDC-STAT1               PIC X.
006730     05  MDC-STAT2               PIC X.
006740 01  OWN-RUN-MODE                PIC X(01)  VALUE 'P'.
006750 01  OUT-RUN-DATE                PIC X(08)  VALUE SPACES.
006800
006900*----------------------------------------------------------------*
007000*  CLAIM-HISTORY MASTER RECORD - KEYED NPI + HIC + FROM-DATE      *
008400     05  HIST-ADMIT-DATE         PIC X(08).
008410     05  HIST-DCN                PIC X(08).
008420     05  HIST-PRED-DCN           PIC X(08).
008430*        RUN DATE OF THE CLAIM'S INITIAL DETERMINATION - AN
008440*        ADJUSTMENT CARRIES FORWARD THE DATE OF THE CLAIM IT
008450*        REPLACES, FOR THE REOPENING-WINDOW EDIT
008460     05  HIST-INIT-DATE          PIC X(08).
008500     05  FILLER                  PIC X(02).
008600
008700*----------------------------------------------------------------*
008800*  PRICED OUTFILE RECORD - ONLY THE FIELDS POSTED TO HISTORY      *
011300     05  FILLER                  PIC X(130).
011310     05  HHA-DCN                 PIC X(08).
011320     05  HHA-PRED-DCN            PIC X(08).
011330*    VERSION 3 EXTENSION (BYTES 651-1000)
011340     05  HHA-V3-EXTENSION           PIC X(350).
011400
011500**--------------------------------------------------------------
011600 PROCEDURE  DIVISION.
018300     MOVE HHA-ADMIT-DATE        TO HIST-ADMIT-DATE.
018310     MOVE HHA-DCN               TO HIST-DCN.
018320     MOVE HHA-PRED-DCN          TO HIST-PRED-DCN.
018330     MOVE OUT-RUN-DATE          TO HIST-INIT-DATE.
018400
018500     MOVE HIST-KEY TO HKS-KEY.
018600     READ HISTKSDS
020200 1100-EXIT.  EXIT.
020300
020400 1200-REPLACE-RECORD.
020410     IF HIST-ADJ-IND = 'A'
020420         MOVE HKS-INIT-DATE TO HIST-INIT-DATE.
020500     MOVE HIST-RECORD TO HISTKSDS-REC.
020600     REWRITE HISTKSDS-REC
020700         INVALID KEY
021600*    FILE POSTS ONLY FROM A JOB THAT IS ITSELF IN TEST MODE      *
021700*================================================================*
021800 1105-CHECK-RUN-MODE.
021810     MOVE HHA-OUT-DATA (9:8) TO OUT-RUN-DATE.
021900     IF HHA-OUT-DATA (78:1) = 'T'
022000        AND OWN-RUN-MODE NOT = 'T'
022100         DISPLAY '** HHHSU213 - TEST-STAMPED OUTFILE REFUSED'
