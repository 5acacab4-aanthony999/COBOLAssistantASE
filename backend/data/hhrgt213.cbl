003200 DATA DIVISION.                                                   00320000
003300 FILE SECTION.                                                    00330000
003400 FD  BASELIB                                                      00340000
003500     RECORDING MODE IS V                                                31
003510     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS              31
003600     LABEL RECORDS ARE STANDARD.                                  00360000
003700 01  BASELIB-REC                PIC X(1000).                            31
003800                                                                  00380000
003900 FD  RGRSRPT                                                      00390000
004000     RECORDING MODE IS F                                          00400000
005350         05  HHDRV-VERSION            PIC X(07).                  00535000
005360         05  HHCAL-VERSION            PIC X(07).                  00536000
005370         05  FILLER                   PIC X(20).                  00537000
005375         05  FILLER                   PIC X(15).                        23
005380         05  FILLER                   PIC X(11).                        23
005390         05  FILLER                   PIC X(01).                        23
005400 01  CLAIM-MISMATCH-SW            PIC X(01)  VALUE 'N'.           00540000
005500     88  CLAIM-MISMATCH          VALUE 'Y'.                       00550000
005600 01  WK-EXP-RTC                   PIC 99      VALUE 0.            00560000
006400     05  RGR-STAT2                PIC X.                          00640000
006500                                                                  00650000
006600*----------------------------------------------------------------*00660000
006700*  INPUT/OUTPUT RECORD LAYOUT - PIC X(1000) - MUST STAY IN SYNC         31
006800*  WITH THE HHA-INPUT-DATA LAYOUT CARRIED BY HHMGR213/HHDRV213/   00680000
006900*  HHCAL213/HHCAL200/HHOPN213/HHRMT213                            00690000
007000*----------------------------------------------------------------*00700000
013850     05  HHA-MSA2                 PIC X(05).                      01385000
013860     05  HHA-LUPA-ADDON-REASON-CD PIC X(01).                      01386000
013900     05  FILLER                     PIC X(107).                   01390000
013910*    VERSION 3 EXTENSION (BYTES 651-1000) - SPACES                      31
013920*    WHEN A VERSION 2 BASELINE IS READ                                  31
013930     05  HHA-V3-EXTENSION           PIC X(350).                         31
014000                                                                  01400000
014100*----------------------------------------------------------------*01410000
014200*    REGRESSION EXCEPTION REPORT COMPONENTS                       01420000
