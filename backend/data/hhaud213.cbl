005400
005500 FD  OUTFILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORDING MODE IS V
005710     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
005800     BLOCK CONTAINS 0 RECORDS.
005900 01  OUT-REC                    PIC X(1000).
006000
006100 FD  VISITDTL
006200     RECORDING MODE IS F
020000     05  HHA-EDIT-RTC-LIST.
020100         10  HHA-EDIT-RTC        PIC 99  OCCURS 5.
020200     05  FILLER                  PIC X(76).
020210*    VERSION 3 EXTENSION (BYTES 651-1000)
020220     05  HHA-V3-EXTENSION           PIC X(350).
020300
020400*----------------------------------------------------------------*
020500*  PACKAGE REPORT COMPONENTS                                      *
