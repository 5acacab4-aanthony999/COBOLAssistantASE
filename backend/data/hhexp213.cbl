003500 FILE SECTION.
003600 FD  OUTFILE
003700     LABEL RECORDS ARE STANDARD
003800     RECORDING MODE IS V
003810     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
003900     BLOCK CONTAINS 0 RECORDS.
004000 01  OUT-REC                     PIC X(1000).
004100
004200 FD  STMTFILE
004300     RECORDING MODE IS F
019600     05  HHA-EDIT-RTC-LIST.
019700         10  HHA-EDIT-RTC        PIC 99  OCCURS 5.
019800     05  FILLER                  PIC X(76).
019810*    VERSION 3 EXTENSION (BYTES 651-1000)
019820     05  HHA-V3-EXTENSION           PIC X(350).
019900 01  HHA-RTC-FLAGS REDEFINES HHA-OUT-DATA.
020000     05  FILLER                  PIC X(401).
020100     05  HHA-PAY-RTC-X           PIC X(02).
