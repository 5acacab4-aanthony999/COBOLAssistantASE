003500 FILE SECTION.                                                    00350000
003600 FD  OUTFILE                                                      00360000
003700     LABEL RECORDS ARE STANDARD                                   00370000
003800     RECORDING MODE IS V                                                31
003810     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
003900     BLOCK CONTAINS 0 RECORDS.                                    00390000
004000 01  OUT-REC                     PIC X(1000).                           31
004100                                                                  00410000
004200 FD  CRXRPT                                                       00420000
004300     RECORDING MODE IS F                                          00430000
012200     05  FILLER                  PIC X(18).                       01220000
012300     05  HHA-LATE-SUB-PEN-AMT    PIC 9(7)V9(2).                   01230000
012400     05  FILLER                  PIC X(188).                          00
012410*    VERSION 3 EXTENSION (BYTES 651-1000)                               31
012420     05  HHA-V3-EXTENSION           PIC X(350).                         31
012500                                                                  01250000
012600*----------------------------------------------------------------*01260000
012700*  REPORT AND DELIMITED-FILE COMPONENTS                           *
