000400*----------------------------------------------------------------*
000500*  ARCHIVED-CLAIM RETRIEVAL FOR AUDIT RESPONSE                    *
000600*                                                                 *
000700*  PULLS FULL 1000-BYTE PRICED-CLAIM RECORDS BACK OUT OF THE      *
000800*  YEAR-STAMPED ARCHCLM ARCHIVE WRITTEN BY HHARC213, KEYED BY     *
000900*  REQUEST CARDS (RTVCARD: NPI COLS 1-10, HIC COLS 12-23, FROM-   *
001000*  DATE COLS 25-32).  MATCHED CLAIMS ARE WRITTEN TO RTRVOUT IN    *
004800     05  FILLER                 PIC X(48).
004900
005000 FD  ARCHCLM
005100     RECORDING MODE IS V
005150     RECORD IS VARYING IN SIZE FROM 654 TO 1004 CHARACTERS
005200     BLOCK CONTAINS 0 RECORDS
005300     LABEL RECORDS ARE STANDARD.
005400 01  ARCHCLM-REC.
005500     05  ACM-YEAR               PIC X(04).
005600     05  ACM-CLAIM-RECORD       PIC X(1000).
005700
005800 FD  RTRVOUT
005900     LABEL RECORDS ARE STANDARD
006000     RECORDING MODE IS V
006010     RECORD IS VARYING IN SIZE FROM 650 TO 1000 CHARACTERS
006100     BLOCK CONTAINS 0 RECORDS.
006200 01  RTRVOUT-REC                PIC X(1000).
006300
006400 FD  RTVRPT
006500     RECORDING MODE IS F
011300     05  FILLER                 PIC X(47).
011400     05  HHA-SERV-FROM-DATE     PIC X(08).
011500     05  FILLER                 PIC X(573).
011510*    VERSION 3 EXTENSION (BYTES 651-1000)
011520     05  HHA-V3-EXTENSION           PIC X(350).
011600
011700*----------------------------------------------------------------*
011800*  RETRIEVAL WORKSHEET COMPONENTS                                 *
