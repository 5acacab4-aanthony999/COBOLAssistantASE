006400 DATA DIVISION.                                                   00640000
006500 FILE SECTION.                                                    00650000
006600 FD  OUTFILE1                                                     00660000
006700     RECORDING MODE IS V                                                31
006710     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
006800     LABEL RECORDS ARE STANDARD.                                  00680000
006900 01  OUTFILE1-REC             PIC X(1000).                              31
007000 FD  OUTFILE2                                                     00700000
007100     RECORDING MODE IS V                                                31
007110     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
007200     LABEL RECORDS ARE STANDARD.                                  00720000
007300 01  OUTFILE2-REC             PIC X(1000).                              31
007400 FD  OUTFILE3                                                     00740000
007500     RECORDING MODE IS V                                                31
007510     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
007600     LABEL RECORDS ARE STANDARD.                                  00760000
007700 01  OUTFILE3-REC             PIC X(1000).                              31
007800 FD  OUTFILE4                                                     00780000
007900     RECORDING MODE IS V                                                31
007910     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
008000     LABEL RECORDS ARE STANDARD.                                  00800000
008100 01  OUTFILE4-REC             PIC X(1000).                              31
008200                                                                  00820000
008300 FD  SEQ1                                                         00830000
008400     RECORDING MODE IS F                                          00840000
009800 01  SEQ4-REC                 PIC 9(09).                          00980000
009900                                                                  00990000
010000 FD  OUTFILE                                                      01000000
010100     RECORDING MODE IS V                                                31
010110     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
010200     LABEL RECORDS ARE STANDARD.                                  01020000
010300 01  OUTFILE-REC              PIC X(1000).                              31
010400                                                                  01040000
010500 FD  PRTFIL1                                                      01050000
010600     RECORDING MODE IS F                                          01060000
014105*    HEADER AND A FRESHLY COMPUTED TRAILER                       *     70
014106*---------------------------------------------------------------*     70
014107 01  WK-HDR-SAVED-SW                PIC 9(01)  VALUE 0.                70
014108 01  WK-SAVED-HEADER                PIC X(1000) VALUE SPACES.           31
014109 01  WK-PART-NO                     PIC 9(01)  VALUE 0.                70
014110 01  WK-PART-ACCUM-TABLE.                                              70
014111     05  WK-PART-ACCUM    OCCURS 4.                                    70
018700     05  PRT-STAT2               PIC X.                           01870000
018800                                                                  01880000
018900*----------------------------------------------------------------*01890000
019000*  ONE STATE ROW PER PARTITION - THE 1000-BYTE OUTFILEn RECORD          31
019100*  CURRENTLY PENDING FOR THAT PARTITION, ITS ORIGINAL-ORDER       01910000
019200*  SEQUENCE NUMBER FROM THE COMPANION SEQn FILE, AND WHETHER      01920000
019300*  THAT PARTITION HAS BEEN EXHAUSTED                              01930000
019700             INDEXED BY MU1.                                      01970000
019800         10  PS-EOF             PIC 9(01)  VALUE 0.               01980000
019900         10  PS-CURR-SEQ        PIC 9(09)  VALUE 0.               01990000
020000         10  PS-CURR-REC        PIC X(1000).                            31
020100                                                                  02010000
020200 PROCEDURE  DIVISION.                                             02020000
020300                                                                  02030000
