003900 FILE SECTION.                                                    00390000
004000 FD  OUTFILE                                                      00400000
004100     LABEL RECORDS ARE STANDARD                                   00410000
004200     RECORDING MODE IS V                                                31
004210     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
004300     BLOCK CONTAINS 0 RECORDS.                                    00430000
004400 01  OUT-REC                     PIC X(1000).                           31
004500                                                                  00450000
004600 FD  HISTIN                                                       00460000
004700     LABEL RECORDS ARE STANDARD                                   00470000
008520     05  MDC-STAT1               PIC X.                                 95
008530     05  MDC-STAT2               PIC X.                                 95
008540 01  OWN-RUN-MODE                PIC X(01)  VALUE 'P'.                  95
008540 01  OUT-RUN-DATE                PIC X(08)  VALUE SPACES.               13
008600                                                                  00860000
008700*----------------------------------------------------------------*00870000
008800*  CLAIM-HISTORY MASTER RECORD - KEYED NPI + HIC + FROM-DATE      *
010220*        AMENDS, SO ADJUSTMENT GENEALOGY SURVIVES ON THE MASTER        98
010230     05  HIST-DCN                PIC X(08).                            98
010240     05  HIST-PRED-DCN           PIC X(08).                            98
010300*        THE RUN DATE OF THE INITIAL DETERMINATION - AN ADJUSTMENT      13
010300*        KEEPS THE DATE OF THE CLAIM IT REPLACES, SO THE                13
010300*        REOPENING WINDOW RUNS FROM THE ORIGINAL DECISION               13
010300     05  HIST-INIT-DATE          PIC X(08).                             13
010300     05  FILLER                  PIC X(02).                             13
010400                                                                  01040000
010500 01  OLD-HIST-RECORD.                                             01050000
010600     05  OLD-HIST-KEY            PIC X(30).                       01060000
010700     05  FILLER                  PIC X(60).                             13
010700     05  OLD-HIST-INIT-DATE      PIC X(08).                             13
010700     05  FILLER                  PIC X(02).                             13
010800                                                                  01080000
010900 01  NEW-HIST-RECORD.                                             01090000
011000     05  NEW-HIST-KEY            PIC X(30).                       01100000
011100     05  FILLER                  PIC X(35).                             13
011100     05  NEW-HIST-ADJ-IND        PIC X(01).                             13
011100     05  FILLER                  PIC X(24).                             13
011100     05  NEW-HIST-INIT-DATE      PIC X(08).                             13
011100     05  FILLER                  PIC X(02).                             13
011200                                                                  01120000
011300*----------------------------------------------------------------*01130000
011400*  PRICED OUTFILE RECORD - ONLY THE FIELDS POSTED TO HISTORY      *
013900     05  FILLER                  PIC X(130).                           98
013910     05  HHA-DCN                 PIC X(08).                            98
013920     05  HHA-PRED-DCN            PIC X(08).                            98
013930*    VERSION 3 EXTENSION (BYTES 651-1000)                               31
013940     05  HHA-V3-EXTENSION           PIC X(350).                         31
014000                                                                  01400000
014100**--------------------------------------------------------------  01410000
014200 PROCEDURE  DIVISION.                                             01420000
020000     MOVE HHA-ADMIT-DATE        TO HIST-ADMIT-DATE.               02000000
020010     MOVE HHA-DCN               TO HIST-DCN.                           98
020020     MOVE HHA-PRED-DCN          TO HIST-PRED-DCN.                      98
020020     MOVE OUT-RUN-DATE          TO HIST-INIT-DATE.                      13
020100                                                                  02010000
020200     RELEASE SORT-REC FROM HIST-RECORD.                           02020000
020300                                                                  02030000
020440*    FILE POSTS ONLY FROM A JOB THAT IS ITSELF IN TEST MODE       *    95
020450*================================================================*     95
020460 1105-CHECK-RUN-MODE.                                                  95
020460     MOVE HHA-OUT-DATA (9:8) TO OUT-RUN-DATE.                           13
020470     IF HHA-OUT-DATA (78:1) = 'T'                                      95
020480        AND OWN-RUN-MODE NOT = 'T'                                     95
020490         DISPLAY '** HHHST213 - TEST-STAMPED OUTFILE REFUSED'          95
026300                                                                  02630000
026400     IF OLD-HIST-KEY = NEW-HIST-KEY                               02640000
026500         ADD 1 TO HIST-REPL-CTR                                   02650000
026500         IF NEW-HIST-ADJ-IND = 'A'                                      13
026500             MOVE OLD-HIST-INIT-DATE TO NEW-HIST-INIT-DATE              13
026500         END-IF                                                         13
026600         PERFORM 2100-READ-HISTIN THRU 2100-EXIT.                 02660000
026700                                                                  02670000
026800     MOVE NEW-HIST-RECORD TO HIST-RECORD.                         02680000
