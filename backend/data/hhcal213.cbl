020600     05  WK-10000-OUTLIER-AVAIL-POOL    PIC S9(09)V9(02).         02060000
020650     05  WK-10100-WAGE-ADJ-DIVISOR      PIC 9(03)V9(05).               46
020700                                                                  02070000
021700*----------------------------------------------------------------*02170000
021800*  INPUT/OUTPUT RECORD LAYOUT - PIC X(1000)                      *      31
021900*  THIS RECORD WAS MODIFIED FOR THE 01/01/2020 RELEASE           *02190000
022000*----------------------------------------------------------------*02200000
022100 01  HOLD-HHA-DATA.                                               02210000
030788         88  H-HHA-IS-MSP           VALUE 'Y'.                         87
030789     10  H-HHA-MSP-PRIM-PAY-AMT    PIC 9(07)V9(02).                    87
030790     10  FILLER                     PIC X(32).                         98
030795     05  H-HHA-V3-EXTENSION         PIC X(350).                         31
030800 LINKAGE SECTION.                                                 03080000
030900*----------------------------------------------------------------*03090000
031000*  INPUT/OUTPUT RECORD LAYOUT - PIC X(1000)                      *      31
031100*  THIS RECORD WAS MODIFIED FOR THE 01/01/2020 RELEASE           *03110000
031200*----------------------------------------------------------------*03120000
031300 01  HHA-INPUT-DATA.                                              03130000
039077     10  HHA-MSP-IND              PIC X(01).                           87
039078     10  HHA-MSP-PRIM-PAY-AMT     PIC 9(07)V9(02).                     87
039083     10  FILLER                     PIC X(32).                         98
039088*        VERSION 3 EXTENSION (BYTES 651-1000)                           31
039093     05  HHA-V3-EXTENSION           PIC X(350).                         31
039100                                                                  03910000
039200 01  HOLD-VARIABLES-DATA.                                         03920000
039300     02  HOLD-VAR-DATA.                                           03930000
039600         05  HHDRV-VERSION                      PIC X(07).        03960000
039700         05  HHCAL-VERSION                      PIC X(07).        03970000
039800         05  FILLER                             PIC X(20).        03980000
039810         05  FILLER                             PIC X(15).              13
039820         05  FILLER                             PIC X(11).              16
039830         05  FILLER                             PIC X(01).              23
039900                                                                  03990000
040000 01  CBSA-WAGE-INDEX-DATA.                                        04000000
040100     02  HOLD-WIR-DATA.                                           04010000
041492     05  RAD-GAP-A                PIC X(01).                           81
041500     05  RAD-GAP-B                PIC X(01).                           81
041507     05  RAD-GAP-C                PIC X(01).                           81
041507*        THE CLAIM COUNTY'S RURAL CATEGORY IN FORCE ON THE              19
041507*        SERVICE DATE, FROM THE EFFECTIVE-DATED COUNTY FILE -           19
041507*        SPACE WHEN THE COUNTY HAS NO CATEGORY.  REPLACES THE           19
041507*        COUNTY LISTS FORMERLY COMPILED FROM ADDONTBL/ADXONTBL          19
041507     05  RAD-COUNTY-CATEGORY      PIC X(01).                            19
041515                                                                       58
041523*----------------------------------------------------------------      77
041530*    PER-DISCIPLINE LUPA ADD-ON FACTORS RESOLVED BY HHDRV213           77
095700 1050-EXIT.   EXIT.                                               09570000
095800                                                                  09580000
095900******************************************************************09590000
096000*     RURAL COUNTY CODE LOOK UP - RURAL CBSA.  THE CATEGORY IN   *      19
096100*     FORCE FOR THE COUNTY ON THE SERVICE DATE ARRIVES RESOLVED  *      19
096150*     IN RAD-COUNTY-CATEGORY; A RURAL COUNTY WITH NONE REJECTS   *      19
096160******************************************************************      19
096200 2000-TBL-SCC-SEARCH.                                             09620000
096300                                                                  09630000
096400     MOVE SPACE TO  WS-RURAL-CATEGORY.                            09640000
096800        GO TO 2000-EXIT                                           09680000
096900     END-IF.                                                      09690000
097000                                                                  09700000
097100     IF RAD-COUNTY-CATEGORY = SPACE                                     19
097300        MOVE '31' TO H-HHA-PAY-RTC                                      19
097400        GO TO 2000-EXIT.                                                19
097500                                                                        19
097600     MOVE RAD-COUNTY-CATEGORY TO WS-RURAL-CATEGORY.                     19
097700     MOVE '00' TO H-HHA-PAY-RTC.                                        19
097900                                                                  09790000
098000 2000-EXIT.   EXIT.                                               09800000
098100                                                                  09810000
098200******************************************************************09820000
098300*     RURAL COUNTY CODE LOOK UP - URBAN CBSA.  A COUNTY THAT     *      19
098350*     GAINED URBAN STATUS MAY STILL CARRY A CATEGORY; ONE WITH   *      19
098360*     NONE SIMPLY GETS NO ADD-ON                                 *      19
098400******************************************************************      19
098500 2100-TBL-ECC-SEARCH.                                             09850000
098600                                                                  09860000
098700     IF H-HHA-COUNTY-CODE = SPACES                                09870000
098900                                                                  09890000
099000     MOVE SPACE TO  WS-RURAL-CATEGORY.                            09900000
099100                                                                  09910000
099200     IF RAD-COUNTY-CATEGORY = SPACE                                     19
099400        GO  TO 2100-EXIT.                                               19
099500                                                                        19
099600     MOVE RAD-COUNTY-CATEGORY TO WS-RURAL-CATEGORY.                     19
099700     MOVE '00' TO H-HHA-PAY-RTC.                                        19
099900                                                                  09990000
100000 2100-EXIT.   EXIT.                                               10000000
100100                                                                  10010000
146319* Y = EXCEPTION HAS BEEN GRANTED, NO LATE FILING PENALTY WILL BE *14631909
146320*     CALCULATED, BUT THE DAYS-LATE VALUE IS STILL TRACKED BELOW *14632009
146321*     SO AN OVERRIDE-EXEMPTED LATE SUBMISSION REMAINS VISIBLE    *14632109
061341* D = EXEMPTED UNDER AN EMERGENCY (DISASTER / PHE) DECLARATION - *      23
061341*     TREATED AS Y HERE; HHMGR213 REPORTS THE PENALTY FORGONE    *      23
146323*----------------------------------------------------------------*14632309
146332* IF NO RECEIPT DATE, DO NOT CALCULATE                           *14633209
146334*----------------------------------------------------------------*14633409
148300        PERFORM 9110-COMPUTE-LATE-SUB-PENALTY                     14830010
148310           THRU 9110-EXIT                                         14831010
148315     ELSE                                                         14831510
061341     IF WS-DAYS-DIFFERENCE > +5                                         23
061341        AND (H-HHA-OVERRIDE-IND = 'Y' OR H-HHA-OVERRIDE-IND = 'D')      23
148317        PERFORM 9115-TRACK-OVERRIDE-LATE-DAYS                      1431710
148318           THRU 9115-EXIT.                                         1431810
149300                                                                  14930000
