005400
005500 FD  OUTFILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORDING MODE IS V
005710     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
005800     BLOCK CONTAINS 0 RECORDS.
005900 01  OUT-REC                    PIC X(1000).
006000
006100 FD  HRGTABL
006200     RECORDING MODE IS F
016300     05  HHA-TOB-CLASS           PIC X(01).
016400         88  HHA-TOB-IS-CLAIM    VALUE 'C'.
016500     05  FILLER                  PIC X(146).
016510*    VERSION 3 EXTENSION (BYTES 651-1000)
016520     05  HHA-V3-EXTENSION           PIC X(350).
016600
016700*----------------------------------------------------------------*
016800*  REPORT COMPONENTS                                              *
