000600*                                                                 *
000700*  "NPI, CBSA, TOTAL PAYMENT AND RTC FOR PROVIDER X'S OUTLIER     *
000800*  CLAIMS" USED TO BE A PROGRAMMING REQUEST.  THIS UTILITY        *
000900*  CARRIES THE 1000-BYTE HHA-INPUT-DATA FIELD DICTIONARY BY NAME  *
001000*  AND TAKES PARAMETER CARDS (EXTPARM, KEYWORD COLS 1-6):         *
001100*    FIELD  <NAME>                OUTPUT COLUMN (UP TO 20)        *
001200*    WHERE  <NAME> <OP> <VALUE>   FILTER, ALL MUST HOLD -         *
005600
005700 FD  OUTFILE
005800     LABEL RECORDS ARE STANDARD
005900     RECORDING MODE IS V
005910     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
006000     BLOCK CONTAINS 0 RECORDS.
006100 01  OUT-REC                    PIC X(1000).
006200
006300 FD  EXTFILE
006400     LABEL RECORDS ARE STANDARD
009100 01  OUT-PTR                    PIC 9(03)  VALUE 1.
009200 01  PASS-SW                    PIC X(01)  VALUE 'Y'.
009300     88  RECORD-PASSES          VALUE 'Y'.
009400 01  WK-OFFSET                  PIC 9(04)  VALUE 0.
009500 01  WK-LENGTH                  PIC 9(02)  VALUE 0.
009600 01  WK-FIELD-VAL               PIC X(20)  VALUE SPACES.
009700 01  WK-CMP-VAL                 PIC X(20)  VALUE SPACES.
011700*  HHA-INPUT-DATA LAYOUT CARRIED BY HHMGR213/HHDRV213/HHCAL213    *
011800*----------------------------------------------------------------*
011900 01  FIELD-DICT-DATA.
012000     05  FILLER PIC X(38) VALUE
012100         'HHA-NPI                       000110X0'.
012200     05  FILLER PIC X(38) VALUE
012300         'HHA-HIC                       001112X0'.
012400     05  FILLER PIC X(38) VALUE
012500         'HHA-PROV-NO                   002306X0'.
012600     05  FILLER PIC X(38) VALUE
012700         'HHA-TOB                       005703X0'.
012800     05  FILLER PIC X(38) VALUE
012900         'HHA-CBSA                      006005X0'.
013000     05  FILLER PIC X(38) VALUE
013100         'HHA-COUNTY-CODE               006505X0'.
013200     05  FILLER PIC X(38) VALUE
013300         'HHA-SERV-FROM-DATE            007008X0'.
013400     05  FILLER PIC X(38) VALUE
013500         'HHA-SERV-THRU-DATE            007808X0'.
013600     05  FILLER PIC X(38) VALUE
013700         'HHA-ADMIT-DATE                008608X0'.
013800     05  FILLER PIC X(38) VALUE
013900         'HHA-ADJ-IND                   009501X0'.
014000     05  FILLER PIC X(38) VALUE
014100         'HHA-PEP-INDICATOR             009601X0'.
014200     05  FILLER PIC X(38) VALUE
014300         'HHA-HRG-INPUT-CODE            009705X0'.
014400     05  FILLER PIC X(38) VALUE
014500         'HHA-HRG-NO-OF-DAYS            010203N0'.
014600     05  FILLER PIC X(38) VALUE
014700         'HHA-HRG-WGTS                  010506N4'.
014800     05  FILLER PIC X(38) VALUE
014900         'HHA-HRG-PAY                   011109N2'.
015000     05  FILLER PIC X(38) VALUE
015100         'HHA-PAY-RTC                   040202X0'.
015200     05  FILLER PIC X(38) VALUE
015300         'HHA-REVENUE-SUM1-6-QTY-ALL    040405N0'.
015400     05  FILLER PIC X(38) VALUE
015500         'HHA-OUTLIER-PAYMENT           040909N2'.
015600     05  FILLER PIC X(38) VALUE
015700         'HHA-TOTAL-PAYMENT             041809N2'.
015800     05  FILLER PIC X(38) VALUE
015900         'HHA-VBP-ADJ-AMT               042709X0'.
016000     05  FILLER PIC X(38) VALUE
016100         'HHA-PPS-STD-VALUE             043609N2'.
016200     05  FILLER PIC X(38) VALUE
016300         'HHA-RECEIPT-DATE              044508X0'.
016400     05  FILLER PIC X(38) VALUE
016500         'HHA-OVERRIDE-IND              045301X0'.
016600     05  FILLER PIC X(38) VALUE
016700         'HHA-LATE-SUB-PEN-AMT          045409N2'.
016800     05  FILLER PIC X(38) VALUE
016900         'HHA-RURAL-ADDON-CAT           046301X0'.
017000     05  FILLER PIC X(38) VALUE
017100         'HHA-LATE-SUB-DAYS             047403N0'.
017200     05  FILLER PIC X(38) VALUE
017300         'HHA-LATE-NOA-DAYS             047703N0'.
017400     05  FILLER PIC X(38) VALUE
017500         'HHA-CBSA-MATCHED-EFFDATE      048008X0'.
017600     05  FILLER PIC X(38) VALUE
017700         'HHA-HRG-MATCHED-EFFDATE       048808X0'.
017800     05  FILLER PIC X(38) VALUE
017900         'HHA-REV-MATCHED-EFFDATE       049608X0'.
018000     05  FILLER PIC X(38) VALUE
018100         'HHA-TOB-CLASS                 050401X0'.
018200     05  FILLER PIC X(38) VALUE
018300         'HHA-MSA2                      053805X0'.
018400     05  FILLER PIC X(38) VALUE
018500         'HHA-ORIG-TOTAL-PAYMENT        054409N2'.
018600     05  FILLER PIC X(38) VALUE
018700         'HHA-NET-ADJ-AMT               055309X0'.
018800     05  FILLER PIC X(38) VALUE
018900         'HHA-EDIT-RTC-LIST             056510X0'.
019000     05  FILLER PIC X(38) VALUE
019100         'HHA-SUSPECT-IND               057701X0'.
019200     05  FILLER PIC X(38) VALUE
019300         'HHA-INTEREST-AMT              059109N2'.
019400     05  FILLER PIC X(38) VALUE
019500         'HHA-SEQUESTRATION-AMT         060009N2'.
019800     05  FILLER PIC X(38) VALUE
019900         'HHA-MSP-IND                   060901X0'.
020000     05  FILLER PIC X(38) VALUE
020100         'HHA-MSP-PRIM-PAY-AMT          061009N2'.
020200     05  FILLER PIC X(38) VALUE
020300         'HHA-RECLASS-CBSA              061905X0'.
020400     05  FILLER PIC X(38) VALUE
020500         'HHA-OFFSET-APPLIED-AMT        062409N2'.
020500     05  FILLER PIC X(38) VALUE
020500         'HHA-CONTRACT-CODE             063301X0'.
020500     05  FILLER PIC X(38) VALUE
020500         'HHA-CLAIM-CLASS               063401X0'.
020500     05  FILLER PIC X(38) VALUE
020500         'HHA-DCN                       063508X0'.
020500     05  FILLER PIC X(38) VALUE
020500         'HHA-PRED-DCN                  064308X0'.
020500     05  FILLER PIC X(38) VALUE
020500         'HHA-SEQ-PAYABLE-AMT           065109N2'.
020500     05  FILLER PIC X(38) VALUE
020500         'HHA-BILLED-PROV-NO            066006X0'.
020500     05  FILLER PIC X(38) VALUE
020500         'HHA-SUBMIT-MEDIA              066601X0'.
020500     05  FILLER PIC X(38) VALUE
020500         'HHA-LIFT-DATE                 066708X0'.
020600 01  FIELD-DICT REDEFINES FIELD-DICT-DATA.
020700     05  FIELD-DICT-ROW   OCCURS 50 TIMES
020800                          INDEXED BY FD1.
020900         10  FDT-NAME           PIC X(30).
021000         10  FDT-OFFSET         PIC 9(04).
021100         10  FDT-LENGTH         PIC 9(02).
021200         10  FDT-TYPE           PIC X(01).
021300         10  FDT-DECIMALS       PIC 9(01).
035500     MOVE 0 TO DICT-IX.
035600     PERFORM 1600-MATCH-DICT THRU 1600-EXIT
035700             VARYING DICT-SCAN FROM 1 BY 1
035800             UNTIL DICT-SCAN > 50 OR DICT-IX > 0.
035900 1500-EXIT.  EXIT.
036000
036100 1600-MATCH-DICT.
037700         GO TO 2000-EXIT.
037800
037900     ADD 1 TO OUTFILE-CTR.
037910
037920*    A VERSION 2 RECORD CARRIES NO VERSION 3 EXTENSION - ITS
037930*    EXTENSION FIELDS EXTRACT AS SPACES
037940     IF OUT-REC (563:1) NOT = '3'
037950         MOVE SPACES TO OUT-REC (651:350).
038000
038100     MOVE 'Y' TO PASS-SW.
038200     IF WHERE-NEXT > 0
