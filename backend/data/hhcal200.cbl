018100*----------------------------------------------------------------*01810000
018200     COPY ADDONTBL.                                               01820000
018300*----------------------------------------------------------------*01830000
018400*  INPUT/OUTPUT RECORD LAYOUT - PIC X(1000)                      *      31
018500*  THIS RECORD WAS MODIFIED FOR THE 01/01/2020 RELEASE           *01850000
018600*----------------------------------------------------------------*01860000
018700 01  HOLD-HHA-DATA.                                               01870000
026184     10  H-HHA-MSA2                 PIC X(05).                         51
026183     10  H-HHA-LUPA-ADDON-REASON-CD PIC X(01).                         52
026180     10  FILLER                     PIC X(107).                         52
026190     05  H-HHA-V3-EXTENSION         PIC X(350).                         31
026200 LINKAGE SECTION.                                                 02620000
026300*----------------------------------------------------------------*02630000
026400*  INPUT/OUTPUT RECORD LAYOUT - PIC X(1000)                      *      31
026500*  THIS RECORD WAS MODIFIED FOR THE 01/01/2020 RELEASE           *02650000
026600*----------------------------------------------------------------*02660000
026700 01  HHA-INPUT-DATA.                                              02670000
034184     10  HHA-MSA2                 PIC X(05).                           51
034183     10  HHA-LUPA-ADDON-REASON-CD PIC X(01).                           52
034180     10  FILLER                     PIC X(107).                         52
034186*        VERSION 3 EXTENSION (BYTES 651-1000)                           31
034192     05  HHA-V3-EXTENSION           PIC X(350).                         31
034200                                                                  03420000
034300 01  HOLD-VARIABLES-DATA.                                         03430000
034400     02  HOLD-VAR-DATA.                                           03440000
034700         05  HHDRV-VERSION                      PIC X(07).        03470000
034800         05  HHCAL-VERSION                      PIC X(07).        03480000
034900         05  FILLER                             PIC X(20).        03490000
034910         05  FILLER                             PIC X(15).              23
034920         05  FILLER                             PIC X(11).              23
034930         05  FILLER                             PIC X(01).              23
035000                                                                  03500000
035100 01  CBSA-WAGE-INDEX-DATA.                                        03510000
035200     02  HOLD-WIR-DATA.                                           03520000
036551     05  RAD-GAP-A                PIC X(01).                           81
036557     05  RAD-GAP-B                PIC X(01).                           81
036563     05  RAD-GAP-C                PIC X(01).                           81
036563*        COUNTY RURAL CATEGORY - CARRIED FOR CALL COMPATIBILITY;        19
036563*        THE CLOSED CY2020 YEAR KEEPS ITS COMPILED COUNTY LIST          19
036563     05  RAD-COUNTY-CATEGORY      PIC X(01).                            19
036569                                                                       77
036575 01  LUPA-ADDON-DATA.                                                   77
036581     05  LAD-SN-FACTOR            PIC 9V9(04).                          77
