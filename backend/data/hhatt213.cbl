003700 FILE SECTION.
003800 FD  OUTFILE
003900     LABEL RECORDS ARE STANDARD
004000     RECORDING MODE IS V
004010     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
004100     BLOCK CONTAINS 0 RECORDS.
004200 01  OUT-REC                    PIC X(1000).
004300
004400 FD  ATTLEDG
004500     RECORDING MODE IS F
013800     05  HHA-CONTRACT-CODE       PIC X(01).
013900     05  HHA-CLAIM-CLASS         PIC X(01).
013910     05  FILLER                  PIC X(16).
013920*    VERSION 3 EXTENSION (BYTES 651-1000)
013930     05  HHA-V3-EXTENSION           PIC X(350).
014000
014100*----------------------------------------------------------------*
014200*  LEDGER REPORT COMPONENTS                                       *
