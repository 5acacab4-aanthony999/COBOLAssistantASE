004200 FILE SECTION.
004300 FD  PRODOUT
004400     LABEL RECORDS ARE STANDARD
004500     RECORDING MODE IS V
004510     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
004600     BLOCK CONTAINS 0 RECORDS.
004700 01  PRODOUT-REC                 PIC X(1000).
004800
004900 FD  PROPOUT
005000     LABEL RECORDS ARE STANDARD
005100     RECORDING MODE IS V
005110     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
005200     BLOCK CONTAINS 0 RECORDS.
005300 01  PROPOUT-REC                 PIC X(1000).
005400
005500 FD  DELTAFIL
005600     LABEL RECORDS ARE STANDARD
017000     05  HHA-OUTLIER-PAYMENT     PIC 9(07)V9(02).
017100     05  HHA-TOTAL-PAYMENT       PIC 9(07)V9(02).
017200     05  FILLER                  PIC X(224).
017210*    VERSION 3 EXTENSION (BYTES 651-1000)
017220     05  HHA-V3-EXTENSION           PIC X(350).
017300
017400*----------------------------------------------------------------*
017500*  CLAIM-LEVEL DELTA RECORD - COMMA-SEPARATED FIXED FIELDS        *
