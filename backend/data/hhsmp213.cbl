001600*    OUTLR          OUTLIER-PAID CLAIMS ONLY                      *
001700*    MEDREV  X      CLAIMS CARRYING THIS MEDICAL REVIEW           *
001800*                   INDICATOR ON ANY REVENUE LINE                 *
001900*  SAMPLED CLAIMS GO TO SAMPFILE (FULL 1000-BYTE RECORDS); THE    *     31
002000*  SELECTION WORKSHEET (SMPRPT) DOCUMENTS THE POPULATION, THE     *
002100*  CRITERIA AND THE SELECTION COUNTS PER PROVIDER FOR AUDIT       *
002200*  DEFENSIBILITY.  SYSTEMATIC (EVERY-NTH) SELECTION IS USED       *
004700 FILE SECTION.                                                    00470000
004800 FD  OUTFILE                                                      00480000
004900     LABEL RECORDS ARE STANDARD                                   00490000
005000     RECORDING MODE IS V                                                31
005010     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
005100     BLOCK CONTAINS 0 RECORDS.                                    00510000
005200 01  OUT-REC                     PIC X(1000).                           31
005300                                                                  00530000
005400 FD  SMPPARM                                                      00540000
005500     RECORDING MODE IS F                                          00550000
006200                                                                  00620000
006300 FD  SAMPFILE                                                     00630000
006400     LABEL RECORDS ARE STANDARD                                   00640000
006500     RECORDING MODE IS V                                                31
006510     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
006600     BLOCK CONTAINS 0 RECORDS.                                    00660000
006700 01  SAMP-REC                    PIC X(1000).                           31
006800                                                                  00680000
006900 FD  SMPRPT                                                       00690000
007000     RECORDING MODE IS F                                          00700000
013900     05  FILLER                  PIC X(105).                          00
014000     05  HHA-MED-REVIEW-INDICATOR PIC X(01) OCCURS 6.             01400000
014100     05  FILLER                  PIC X(113).                          00
014110*    VERSION 3 EXTENSION (BYTES 651-1000)                               31
014120     05  HHA-V3-EXTENSION           PIC X(350).                         31
014200                                                                  01420000
014300*----------------------------------------------------------------*01430000
014400*  SELECTION WORKSHEET COMPONENTS                                 *
