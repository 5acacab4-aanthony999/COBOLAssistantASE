003900 FILE SECTION.                                                    00390000
004000 FD  OUTFILE                                                      00400000
004100     LABEL RECORDS ARE STANDARD                                   00410000
004200     RECORDING MODE IS V                                                31
004210     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
004300     BLOCK CONTAINS 0 RECORDS.                                    00430000
004400 01  OUT-REC                     PIC X(1000).                           31
004500                                                                  00450000
004600 FD  PRIORCMX                                                     00460000
004700     LABEL RECORDS ARE STANDARD                                   00470000
013900     05  HHA-OUTLIER-PAYMENT     PIC 9(07)V9(02).                 01390000
014000     05  HHA-TOTAL-PAYMENT       PIC 9(07)V9(02).                 01400000
014100     05  FILLER                  PIC X(224).                          82
014110*    VERSION 3 EXTENSION (BYTES 651-1000)                               31
014120     05  HHA-V3-EXTENSION           PIC X(350).                         31
014200                                                                  01420000
014300*----------------------------------------------------------------*01430000
014400*  REPORT COMPONENTS                                              *
