001700*            HRG(5) DAYS(3)                                       *
001800*    REVLIN  REVCODE(4) VISITS(3) OUTL-UNITS(5) EARLIEST(8)       *
001900*            (UP TO SIX REVLIN CARDS, ONE PER REVENUE GROUP)      *
001910*    USER    ANALYST USER ID(8) - REQUIRED                        *     30
001920*                                                                 *     30
001930*  THE USER MUST HOLD DSKPRC FOR HHDSK213 IN THE SHARED SECURITY  *     30
001940*  PROFILE (HHAUT213 ANSWERS AND LOGS THE ANSWER TO SECLOG); AN   *     30
001950*  UNAUTHORIZED DECK IS REFUSED WITH RC 8 AND NOTHING IS PRICED.  *     30
002000*----------------------------------------------------------------*00200000
002100                                                                  00210000
002200 DATE-COMPILED.                                                   00220000
005600     'HHDSK    - W O R K I N G   S T O R A G E'.                  00560000
005700 01  HHDSK-VERSION               PIC X(07)  VALUE 'K2021.3'.      00570000
005800 01  HHOPN213                    PIC X(08)  VALUE 'HHOPN213'.     00580000
005810 01  HHAUT213                    PIC X(08)  VALUE 'HHAUT213'.           30
005820 01  DSK-USER-ID                 PIC X(08)  VALUE SPACES.               30
005900 01  EOF-CRD                     PIC 9(01)  VALUE 0.              00590000
006000 01  CARD-CTR                    PIC 9(03)  VALUE 0.              00600000
006100 01  REV-SUB                     PIC 9(01)  VALUE 0.              00610000
006500 01  DSK-STAT.                                                    00650000
006600     05  DSK-STAT1               PIC X.                           00660000
006700     05  DSK-STAT2               PIC X.                           00670000
006706                                                                        30
006712*----------------------------------------------------------------*      30
006718*  AUTHORIZATION REQUEST PASSED TO HHAUT213 - PIC X(100)          *     30
006724*----------------------------------------------------------------*      30
006730 01  AUTH-REQUEST.                                                      30
006736     05  AUT-ACTION              PIC X(01).                             30
006742     05  AUT-PROGRAM             PIC X(08).                             30
006748     05  AUT-FUNCTION            PIC X(06).                             30
006754     05  AUT-SCOPE               PIC X(08).                             30
006760     05  AUT-USER-ID             PIC X(08).                             30
006766     05  AUT-DETAIL              PIC X(40).                             30
006772     05  AUT-RESULT              PIC X(01).                             30
006778         88  AUT-GRANTED                    VALUE 'G'.                  30
006784     05  AUT-REASON              PIC X(20).                             30
006790     05  FILLER                  PIC X(08).                             30
006800                                                                  00680000
006900 01  CLAIM1-DATA.                                                 00690000
007000     05  C1-NPI                  PIC X(10).                       00700000
010700     05  FILLER                  PIC X(50).                       01070000
010800                                                                  01080000
010900*----------------------------------------------------------------*01090000
011000*  INPUT/OUTPUT RECORD LAYOUT - PIC X(1000)                       *     31
011100*  ONLY THE FIELDS THE DESK PRICER SETS OR PRINTS ARE NAMED;      *
011200*  OFFSETS MUST STAY IN SYNC WITH THE HHA-INPUT-DATA LAYOUT       *
011300*  CARRIED BY HHMGR213/HHDRV213/HHCAL213/HHCAL200/HHOPN213        *
017500     05  HHA-IDENT-TYPE          PIC X(01).                       01750000
017600     05  HHA-TIMING-DERIVED      PIC X(01).                       01760000
017700     05  FILLER                  PIC X(74).                       01770000
017710*    VERSION 3 EXTENSION (BYTES 651-1000)                               31
017720     05  HHA-V3-EXTENSION        PIC X(350).                            31
017800                                                                  01780000
017900 01  HOLD-VARIABLES-DATA.                                         01790000
018000     02  HOLD-VAR-DATA.                                           01800000
018300         05  HHDRV-VERSION       PIC X(07).                       01830000
018400         05  HHCAL-VERSION       PIC X(07).                       01840000
018500         05  FILLER              PIC X(20).                       01850000
018510         05  FILLER              PIC X(15).                             23
018520         05  FILLER              PIC X(11).                             23
018530         05  FILLER              PIC X(01).                             23
018600                                                                  01860000
018700 01  TABLE-COVERAGE-DATA.                                         01870000
018800     05  TCV-CBSA-MIN            PIC X(08).                       01880000
026700         MOVE 16 TO RETURN-CODE                                   02670000
026800         CLOSE CARDIN DSKRPT                                      02680000
026900         STOP RUN.                                                02690000
026910                                                                        30
026920*    THE ANALYST MUST HOLD DSKPRC IN THE SECURITY PROFILE               30
026930     PERFORM 0700-CHECK-AUTHORITY THRU 0700-EXIT.                       30
026940     IF NOT AUT-GRANTED                                                 30
026950         DISPLAY '** HHDSK213 - USER ' DSK-USER-ID                      30
026960                 ' NOT AUTHORIZED - ' AUT-REASON                        30
026970         MOVE 08 TO RETURN-CODE                                         30
026980         CLOSE CARDIN DSKRPT                                            30
026990         STOP RUN.                                                      30
027000                                                                  02700000
027100     MOVE 'A' TO PRICER-OPTION-SW.                                02710000
027200     CALL HHOPN213 USING HHA-INPUT-DATA                           02720000
027800                                                                  02780000
027900     CLOSE CARDIN.                                                02790000
028000     CLOSE DSKRPT.                                                02800000
028010     MOVE 'F' TO AUT-ACTION.                                            30
028020     CALL HHAUT213 USING AUTH-REQUEST.                                  30
028100                                                                  02810000
028200     DISPLAY '-- PROGRAM HHDSK213  VERSION  ===> ' HHDSK-VERSION. 02820000
028300     DISPLAY '-- CARDS READ                 ===> ' CARD-CTR.      02830000
033600     MOVE 0 TO HHA-REVENUE-ADD-ON-VISIT-AMT (REV-SUB).            03360000
033700     MOVE '0' TO HHA-MED-REVIEW-INDICATOR (REV-SUB).              03370000
033800 0600-EXIT.  EXIT.                                                03380000
033805                                                                        30
033810*================================================================*      30
033815*    ASK HHAUT213 WHETHER THE DECK'S USER MAY DESK-PRICE         *      30
033820*================================================================*      30
033825 0700-CHECK-AUTHORITY.                                                  30
033830     MOVE SPACES          TO AUTH-REQUEST.                              30
033835     MOVE 'C'             TO AUT-ACTION.                                30
033840     MOVE 'HHDSK213'      TO AUT-PROGRAM.                               30
033845     MOVE 'DSKPRC'        TO AUT-FUNCTION.                              30
033850     MOVE DSK-USER-ID     TO AUT-USER-ID.                               30
033855     MOVE HHA-NPI         TO AUT-DETAIL (1:10).                         30
033860     MOVE HHA-HIC         TO AUT-DETAIL (12:12).                        30
033865     MOVE HHA-SERV-FROM-DATE TO AUT-DETAIL (25:8).                      30
033870     CALL HHAUT213 USING AUTH-REQUEST.                                  30
033875     IF NOT AUT-GRANTED                                                 30
033880         MOVE 'F' TO AUT-ACTION                                         30
033885         CALL HHAUT213 USING AUTH-REQUEST.                              30
033895 0700-EXIT.  EXIT.                                                      30
033900                                                                  03390000
034000*================================================================*03400000
034100*    READ AND APPLY ONE INPUT CARD                               *03410000
037500         PERFORM 1100-APPLY-REVLIN THRU 1100-EXIT                 03750000
037600         GO TO 1000-EXIT.                                         03760000
037700                                                                  03770000
037710     IF CRD-KEYWORD = 'USER'                                            30
037720         MOVE CRD-DATA (1:8) TO DSK-USER-ID                             30
037730         GO TO 1000-EXIT.                                               30
037800     DISPLAY '** HHDSK213 - UNKNOWN CARD IGNORED: ' CRD-KEYWORD.  03780000
037900                                                                  03790000
038000 1000-EXIT.  EXIT.                                                03800000
