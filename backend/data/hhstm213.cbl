003700 FILE SECTION.
003800 FD  OUTFILE
003900     LABEL RECORDS ARE STANDARD
004000     RECORDING MODE IS V
004010     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
004100     BLOCK CONTAINS 0 RECORDS.
004200 01  OUT-REC                    PIC X(1000).
004300
004400 FD  STMRPT
004500     RECORDING MODE IS F
012130*        ADDED TO THE STATEMENT DOLLARS
012140     05  HHA-CLAIM-CLASS         PIC X(01).
012200     05  FILLER                  PIC X(16).
012210*    VERSION 3 EXTENSION (BYTES 651-1000) - LIFTED FROM
012220*    THE VERSION 2 FIELDS WHEN A VERSION 2 RECORD IS READ
012230     05  HHA-V3-EXTENSION.
012240         10  HHA-SEQ-PAYABLE-AMT    PIC 9(07)V9(02).
012250         10  HHA-BILLED-PROV-NO     PIC X(06).
012260         10  HHA-SUBMIT-MEDIA       PIC X(01).
012270         10  HHA-LIFT-DATE          PIC X(08).
012280         10  FILLER                 PIC X(326).
012300
012400*----------------------------------------------------------------*
012500*  STATEMENT PAGE COMPONENTS                                      *
021500         GO TO 1000-EXIT.
021600
021700     ADD 1 TO OUTFILE-CTR.
021710     PERFORM 1000A-LIFT-VERSION-2 THRU 1000A-EXIT.
021800
021900     SET SP1 TO 1.
022000     SEARCH SPV-DATA VARYING SP1
024000     IF HHA-ADJ-IS-CANCEL
024100         ADD 1 TO SPV-CANCEL-CTR (SP1).
024200 1000-EXIT.  EXIT.
024205
024210*================================================================*
024215*    A VERSION 2 RECORD CARRIES NO VERSION 3 EXTENSION - LIFT    *
024220*    ONE FROM ITS VERSION 2 FIELDS SO BOTH LAYOUTS READ ALIKE    *
024225*================================================================*
024230 1000A-LIFT-VERSION-2.
024235     IF HHA-OUT-DATA (563:1) = '3'
024240         GO TO 1000A-EXIT.
024245     MOVE SPACES            TO HHA-V3-EXTENSION.
024250     MOVE HHA-PROV-NO       TO HHA-BILLED-PROV-NO.
024275     MOVE HHA-TOTAL-PAYMENT TO HHA-SEQ-PAYABLE-AMT.
024280     IF HHA-SEQUESTRATION-AMT NUMERIC
024285        AND HHA-SEQUESTRATION-AMT NOT > HHA-TOTAL-PAYMENT
024290         SUBTRACT HHA-SEQUESTRATION-AMT FROM HHA-SEQ-PAYABLE-AMT.
024295 1000A-EXIT.  EXIT.
024300
024400 1100-INSERT-PROVIDER.
024500     IF SPV-NEXT < 2000
