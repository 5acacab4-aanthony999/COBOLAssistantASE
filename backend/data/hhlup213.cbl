003600 FILE SECTION.
003700 FD  OUTFILE
003800     LABEL RECORDS ARE STANDARD
003900     RECORDING MODE IS V
003910     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
004000     BLOCK CONTAINS 0 RECORDS.
004100 01  OUT-REC                     PIC X(1000).
004200
004300 FD  HRGTABL
004400     RECORDING MODE IS F
013500     05  HHA-TOB-CLASS           PIC X(01).
013600         88  HHA-TOB-IS-CLAIM    VALUE 'C'.
013700     05  FILLER                  PIC X(146).
013710*    VERSION 3 EXTENSION (BYTES 651-1000)
013720     05  HHA-V3-EXTENSION           PIC X(350).
013800
013900*----------------------------------------------------------------*
014000*  REPORT COMPONENTS                                              *
