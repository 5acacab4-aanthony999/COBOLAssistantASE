004100 FILE SECTION.
004200 FD  OUTFILE
004300     LABEL RECORDS ARE STANDARD
004400     RECORDING MODE IS V
004410     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
004500     BLOCK CONTAINS 0 RECORDS.
004600 01  OUT-REC                    PIC X(1000).
004700
004800 FD  PROVSTIN
004900     RECORDING MODE IS F
016400     05  HHA-OUTLIER-PAYMENT     PIC 9(07)V9(02).
016500     05  HHA-TOTAL-PAYMENT       PIC 9(07)V9(02).
016600     05  FILLER                  PIC X(224).
016610*    VERSION 3 EXTENSION (BYTES 651-1000)
016620     05  HHA-V3-EXTENSION           PIC X(350).
016700
016800*----------------------------------------------------------------*
016900*  SURVEILLANCE REPORT COMPONENTS                                 *
