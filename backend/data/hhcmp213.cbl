003800 FILE SECTION.
003900 FD  BASEOUT
004000     LABEL RECORDS ARE STANDARD
004100     RECORDING MODE IS V
004110     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
004200     BLOCK CONTAINS 0 RECORDS.
004300 01  BASEOUT-REC                 PIC X(1000).
004400
004500 FD  CANDOUT
004600     LABEL RECORDS ARE STANDARD
004700     RECORDING MODE IS V
004710     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
004800     BLOCK CONTAINS 0 RECORDS.
004900 01  CANDOUT-REC                 PIC X(1000).
005000
005100 FD  CMPRPT
005200     RECORDING MODE IS F
014800     05  HHA-HRG-MATCHED-EFFDATE PIC X(08).
014900     05  HHA-REV-MATCHED-EFFDATE PIC X(08).
015000     05  FILLER                  PIC X(147).
015010*    VERSION 3 EXTENSION (BYTES 651-1000)
015020     05  HHA-V3-EXTENSION           PIC X(350).
015100
015200 01  WORK-FIELD-SET.
015300     05  WRK-FIELD-VAL           PIC X(12)  OCCURS 9.
