         IDENTIFICATION DIVISION.
         PROGRAM-ID. PUNCTUAL.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT ACTLFILE ASSIGN ACTLIN
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS1.
             SELECT PUNCRPTFILE ASSIGN PUNCRPT
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS2.
             SELECT MASTERFILE ASSIGN MASTFILE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS TRAIN-NUMBER
                    STATUS IS FS3.
             SELECT STNFILE ASSIGN STNMAST
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS STN-CODE
                    STATUS IS FS4.
             SELECT CALFILE ASSIGN CALFILE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CAL-TRAIN-NUMBER
                    STATUS IS FS5.
             SELECT STOPFILE ASSIGN STOPFILE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS ST-STOP-KEY
                    STATUS IS FS6.
             SELECT BOOKREG ASSIGN BOOKREG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS BRG-BOOK-REF
                    STATUS IS FS7.
             SELECT PUNCPARMFILE ASSIGN PUNCPARM
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS8.
             SELECT DATEPARMFILE ASSIGN DATEPARM
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS9.
             SELECT HISTINFILE ASSIGN HISTIN
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS10.
             SELECT HISTOUTFILE ASSIGN HISTOUT
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS11.
             SELECT CLAIMFILE ASSIGN CLAIMOUT
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS12.
             SELECT STEPLOGFILE ASSIGN STEPLOG
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS13.
         DATA DIVISION.
         FILE SECTION.
         FD  ACTLFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
         01  ACTUAL-REC.
             02 ACTL-TRAIN-NUMBER PIC X(6).
             02 ACTL-RUN-DATE     PIC 9(8).
             02 ACTL-STOP-SEQ     PIC 9(3).
             02 ACTL-STN-CODE     PIC X(10).
             02 ACTL-ARR-TIME     PIC X(5).
             02 ACTL-DEP-TIME     PIC X(5).
             02 FILLER            PIC X(13).
         FD  PUNCRPTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-LINE             PIC X(100).
         FD  MASTERFILE.
             COPY MASTREC.
         FD  STNFILE.
             COPY STNREC.
         FD  CALFILE.
             COPY CALREC.
         FD  STOPFILE.
             COPY STPREC.
         FD  BOOKREG.
             COPY BRGREC.
         FD  PUNCPARMFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
         01  PUNC-PARM.
             02 PP-ONTIME-MINS    PIC 9(3).
             02 PP-REPAY-MINS     PIC 9(3).
             02 PP-REPAY-PCT      PIC 9(3).
             02 FILLER            PIC X(41).
         FD  DATEPARMFILE RECORDING MODE IS F
             RECORD CONTAINS 10.
         01  DATE-PARM.
             02 DATE-PARM-RUN     PIC 9(8).
             02 FILLER            PIC X(2).
         FD  HISTINFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
         01  HIST-IN-REC.
             02 HI-RUN-DATE       PIC 9(8).
             02 HI-RUN-PARTS REDEFINES HI-RUN-DATE.
                03 HI-RUN-MONTH   PIC 9(6).
                03 FILLER         PIC 9(2).
             02 HI-TRAIN-NUMBER   PIC X(6).
             02 HI-DEP-STN        PIC X(10).
             02 HI-ARR-STN        PIC X(10).
             02 HI-REGION         PIC X(10).
             02 HI-LATE-MINS      PIC 9(4).
             02 HI-CLAIM-SW       PIC X.
                88 HI-CLAIMS-RAISED        VALUE 'Y' ' '.
             02 FILLER            PIC X(1).
         FD  HISTOUTFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
         01  HIST-OUT-REC         PIC X(50).
         FD  CLAIMFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY CLMREC.
         FD  STEPLOGFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY STEPREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER PIC X(40) VALUE SPACES.
             02 FILLER PIC X(24) VALUE 'DAILY PUNCTUALITY REPORT'.
             02 FILLER PIC X(4)  VALUE SPACES.
             02 HDR-DATE-P        PIC 9(8).
         01 RULE-LINE-1.
             02 FILLER            PIC X(15) VALUE 'ON TIME WITHIN '.
             02 RULE-ONTIME-P     PIC ZZ9.
             02 FILLER            PIC X(22) VALUE
                                   ' MINS.  DELAY REPAY AT'.
             02 RULE-REPAY-P      PIC ZZZ9.
             02 FILLER            PIC X(20) VALUE
                                   ' MINS LATE OR MORE, '.
             02 RULE-PCT-P        PIC ZZ9.
             02 FILLER            PIC X(15) VALUE '% OF FARE PAID.'.
             02 FILLER            PIC X(18) VALUE SPACES.
         01 REJECT-SECTION-LINE.
             02 FILLER            PIC X(20) VALUE
                                   'REJECTED ACTUALS    '.
             02 FILLER            PIC X(80) VALUE SPACES.
         01 TRAIN-SECTION-LINE.
             02 FILLER            PIC X(20) VALUE
                                   'PUNCTUALITY BY TRAIN'.
             02 FILLER            PIC X(80) VALUE SPACES.
         01 ROUTE-SECTION-LINE.
             02 FILLER            PIC X(20) VALUE
                                   'PUNCTUALITY BY ROUTE'.
             02 FILLER            PIC X(80) VALUE SPACES.
         01 REGION-SECTION-LINE.
             02 FILLER            PIC X(21) VALUE
                                   'PUNCTUALITY BY REGION'.
             02 FILLER            PIC X(79) VALUE SPACES.
         01 WORST-DAY-SECTION-LINE.
             02 FILLER            PIC X(26) VALUE
                                   'WORST SERVICES - THE DAY  '.
             02 FILLER            PIC X(74) VALUE SPACES.
         01 WORST-MTD-SECTION-LINE.
             02 FILLER            PIC X(30) VALUE
                                   'WORST SERVICES - MONTH TO DATE'.
             02 FILLER            PIC X(70) VALUE SPACES.
         01 CLAIM-SECTION-LINE.
             02 FILLER            PIC X(20) VALUE
                                   'DELAY-REPAY CLAIMS  '.
             02 FILLER            PIC X(80) VALUE SPACES.
         01 REJ-COL-LINE.
             02 FILLER PIC X(8)  VALUE 'TRAIN   '.
             02 FILLER PIC X(10) VALUE 'DATE      '.
             02 FILLER PIC X(5)  VALUE 'SEQ  '.
             02 FILLER PIC X(12) VALUE 'STATION     '.
             02 FILLER PIC X(6)  VALUE 'ARR   '.
             02 FILLER PIC X(7)  VALUE 'DEP    '.
             02 FILLER PIC X(30) VALUE 'REASON'.
             02 FILLER PIC X(22) VALUE SPACES.
         01 REJ-DETAIL-LINE.
             02 REJ-NUM-P         PIC X(6).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 REJ-DATE-P        PIC X(8).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 REJ-SEQ-P         PIC X(3).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 REJ-STN-P         PIC X(10).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 REJ-ARR-P         PIC X(5).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 REJ-DEP-P         PIC X(5).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 REJ-REASON-P      PIC X(30).
             02 FILLER            PIC X(22) VALUE SPACES.
         01 REJ-NONE-LINE.
             02 FILLER            PIC X(30) VALUE
                                   'NO ACTUALS REJECTED.          '.
             02 FILLER            PIC X(70) VALUE SPACES.
         01 TRN-COL-LINE.
             02 FILLER PIC X(8)  VALUE 'TRAIN   '.
             02 FILLER PIC X(11) VALUE 'DEP-STN    '.
             02 FILLER PIC X(12) VALUE 'ARR-STN     '.
             02 FILLER PIC X(12) VALUE 'LAST CALL   '.
             02 FILLER PIC X(6)  VALUE 'PLAN  '.
             02 FILLER PIC X(7)  VALUE 'ACTUAL '.
             02 FILLER PIC X(6)  VALUE 'LATE  '.
             02 FILLER PIC X(10) VALUE 'STATUS    '.
             02 FILLER PIC X(7)  VALUE 'MTD RUN'.
             02 FILLER PIC X(8)  VALUE ' MTD ON%'.
             02 FILLER PIC X(8)  VALUE ' MTD AVG'.
             02 FILLER PIC X(5)  VALUE SPACES.
         01 TRN-DETAIL-LINE.
             02 TRN-NUM-P         PIC X(6).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 TRN-DEP-P         PIC X(10).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 TRN-ARR-P         PIC X(10).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 TRN-LAST-P        PIC X(10).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 TRN-PLAN-P        PIC X(5).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 TRN-ACT-P         PIC X(5).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 TRN-LATE-P        PIC ZZZ9.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 TRN-STAT-P        PIC X(8).
             02 FILLER            PIC X(4)  VALUE SPACES.
             02 TRN-MRUNS-P       PIC ZZZZ9.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 TRN-MPCT-P        PIC ZZ9.9.
             02 FILLER            PIC X(1)  VALUE '%'.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 TRN-MAVG-P        PIC ZZZ9.9.
             02 FILLER            PIC X(5)  VALUE SPACES.
         01 GRP-COL-LINE.
             02 FILLER PIC X(11) VALUE 'DEP-STN    '.
             02 FILLER PIC X(12) VALUE 'ARR-STN     '.
             02 FILLER PIC X(7)  VALUE ' DAY RN'.
             02 FILLER PIC X(8)  VALUE ' DAY ON%'.
             02 FILLER PIC X(10) VALUE '   DAY AVG'.
             02 FILLER PIC X(7)  VALUE ' MTD RN'.
             02 FILLER PIC X(8)  VALUE ' MTD ON%'.
             02 FILLER PIC X(10) VALUE '   MTD AVG'.
             02 FILLER PIC X(27) VALUE SPACES.
         01 REGION-COL-LINE.
             02 FILLER PIC X(23) VALUE 'REGION                 '.
             02 FILLER PIC X(7)  VALUE ' DAY RN'.
             02 FILLER PIC X(8)  VALUE ' DAY ON%'.
             02 FILLER PIC X(10) VALUE '   DAY AVG'.
             02 FILLER PIC X(7)  VALUE ' MTD RN'.
             02 FILLER PIC X(8)  VALUE ' MTD ON%'.
             02 FILLER PIC X(10) VALUE '   MTD AVG'.
             02 FILLER PIC X(27) VALUE SPACES.
         01 GRP-DETAIL-LINE.
             02 GRP-KEY1-P        PIC X(10).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 GRP-KEY2-P        PIC X(10).
             02 FILLER            PIC X(4)  VALUE SPACES.
             02 GRP-DRUNS-P       PIC ZZZZ9.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 GRP-DPCT-P        PIC ZZ9.9.
             02 FILLER            PIC X(1)  VALUE '%'.
             02 FILLER            PIC X(4)  VALUE SPACES.
             02 GRP-DAVG-P        PIC ZZZ9.9.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 GRP-MRUNS-P       PIC ZZZZ9.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 GRP-MPCT-P        PIC ZZ9.9.
             02 FILLER            PIC X(1)  VALUE '%'.
             02 FILLER            PIC X(4)  VALUE SPACES.
             02 GRP-MAVG-P        PIC ZZZ9.9.
             02 FILLER            PIC X(27) VALUE SPACES.
         01 WST-COL-LINE.
             02 FILLER PIC X(4)  VALUE 'RNK '.
             02 FILLER PIC X(8)  VALUE 'TRAIN   '.
             02 FILLER PIC X(11) VALUE 'DEP-STN    '.
             02 FILLER PIC X(12) VALUE 'ARR-STN     '.
             02 FILLER PIC X(7)  VALUE '   RUNS'.
             02 FILLER PIC X(10) VALUE '  AVG LATE'.
             02 FILLER PIC X(48) VALUE SPACES.
         01 WST-DETAIL-LINE.
             02 WST-RANK-P        PIC Z9.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 WST-NUM-P         PIC X(6).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 WST-DEP-P         PIC X(10).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 WST-ARR-P         PIC X(10).
             02 FILLER            PIC X(4)  VALUE SPACES.
             02 WST-RUNS-P        PIC ZZZZ9.
             02 FILLER            PIC X(4)  VALUE SPACES.
             02 WST-LATE-P        PIC ZZZ9.9.
             02 FILLER            PIC X(48) VALUE SPACES.
         01 WST-NONE-LINE.
             02 FILLER            PIC X(30) VALUE
                                   'NO LATE SERVICES.             '.
             02 FILLER            PIC X(70) VALUE SPACES.
         01 CLM-COL-LINE.
             02 FILLER PIC X(8)  VALUE 'TRAIN   '.
             02 FILLER PIC X(10) VALUE 'BOOK REF  '.
             02 FILLER PIC X(22) VALUE 'PARTY                 '.
             02 FILLER PIC X(7)  VALUE '    QTY'.
             02 FILLER PIC X(13) VALUE '         PAID'.
             02 FILLER PIC X(13) VALUE '        REPAY'.
             02 FILLER PIC X(6)  VALUE '  LATE'.
             02 FILLER PIC X(21) VALUE SPACES.
         01 CLM-DETAIL-LINE.
             02 CLMD-NUM-P        PIC X(6).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 CLMD-REF-P        PIC X(8).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 CLMD-PARTY-P      PIC X(20).
             02 FILLER            PIC X(4)  VALUE SPACES.
             02 CLMD-QTY-P        PIC ZZZZ9.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 CLMD-PAID-P       PIC ZZZZZZZ9.99.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 CLMD-REPAY-P      PIC ZZZZZZZ9.99.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 CLMD-LATE-P       PIC ZZZ9.
             02 FILLER            PIC X(21) VALUE SPACES.
         01 CLM-NONE-LINE.
             02 FILLER            PIC X(30) VALUE
                                   'NO DELAY-REPAY CLAIMS DUE.    '.
             02 FILLER            PIC X(70) VALUE SPACES.
         01 CLM-RERUN-LINE.
             02 FILLER            PIC X(50) VALUE
                 'DATE ALREADY ON PUNCTUALITY HISTORY - CLAIMS WERE '.
             02 FILLER            PIC X(50) VALUE
                 'RAISED BY THE FIRST RUN AND ARE NOT WRITTEN AGAIN.'.
         01 CLM-NOREG-LINE.
             02 FILLER            PIC X(50) VALUE
                 'BOOKING REGISTER NOT AVAILABLE - DELAY-REPAY CLAIM'.
             02 FILLER            PIC X(50) VALUE
                 'S NOT RAISED.                                     '.
         01 TABLE-OVERFLOW-LINE.
             02 FILLER            PIC X(8)  VALUE SPACES.
             02 FILLER            PIC X(7)  VALUE 'NOTE - '.
             02 TBL-DROP-P        PIC ZZZ9.
             02 FILLER            PIC X(1)  VALUE SPACE.
             02 FILLER            PIC X(42) VALUE
                 'TRAIN/ROUTE/REGION ENTRIES NOT SHOWN.     '.
             02 FILLER            PIC X(38) VALUE SPACES.
         01 SUMMARY-LINE-1.
             02 FILLER            PIC X(20) VALUE 'ACTUALS READ     : '.
             02 SUM-READ-P        PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-2.
             02 FILLER            PIC X(20) VALUE 'ACTUALS ACCEPTED : '.
             02 SUM-ACCEPT-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-3.
             02 FILLER            PIC X(20) VALUE 'ACTUALS REJECTED : '.
             02 SUM-REJECT-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-4.
             02 FILLER            PIC X(20) VALUE 'TRAINS REPORTED  : '.
             02 SUM-TRAINS-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-5.
             02 FILLER            PIC X(20) VALUE 'TRAINS ON TIME   : '.
             02 SUM-ONTIME-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-6.
             02 FILLER            PIC X(20) VALUE 'CLAIMS WRITTEN   : '.
             02 SUM-CLAIMS-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-7.
             02 FILLER            PIC X(20) VALUE 'CLAIMS VALUE     : '.
             02 SUM-CLMVAL-P      PIC ZZZ,ZZZ,ZZ9.99.
         01 HIST-WORK.
             02 HW-RUN-DATE       PIC 9(8).
             02 HW-TRAIN-NUMBER   PIC X(6).
             02 HW-DEP-STN        PIC X(10).
             02 HW-ARR-STN        PIC X(10).
             02 HW-REGION         PIC X(10).
             02 HW-LATE-MINS      PIC 9(4).
             02 HW-CLAIM-SW       PIC X.
             02 FILLER            PIC X(1)  VALUE SPACES.
         01 PUNC-COUNTERS.
             02 READ-CT        PIC 9(7) COMP VALUE ZERO.
             02 ACCEPT-CT      PIC 9(7) COMP VALUE ZERO.
             02 REJECT-CT      PIC 9(7) COMP VALUE ZERO.
             02 DAY-TRAIN-CT   PIC 9(7) COMP VALUE ZERO.
             02 DAY-ONTIME-CT  PIC 9(7) COMP VALUE ZERO.
             02 DAY-LATE-TOT   PIC 9(9) COMP VALUE ZERO.
             02 MTD-TRAIN-CT   PIC 9(7) COMP VALUE ZERO.
             02 MTD-ONTIME-CT  PIC 9(7) COMP VALUE ZERO.
             02 MTD-LATE-TOT   PIC 9(9) COMP VALUE ZERO.
             02 REPAY-TRAIN-CT PIC 9(7) COMP VALUE ZERO.
             02 CLAIM-CT       PIC 9(7) COMP VALUE ZERO.
             02 DROPPED-CT     PIC 9(7) COMP VALUE ZERO.
         01 CLAIM-TOTAL        PIC 9(11)V99 VALUE ZERO.
         01 PUNC-TABLE.
             02 PUNC-ENTRY OCCURS 3000 TIMES
                             INDEXED BY PN-IDX.
                03 PN-TRAIN       PIC X(6).
                03 PN-DEP-STN     PIC X(10).
                03 PN-ARR-STN     PIC X(10).
                03 PN-REGION      PIC X(10).
                03 PN-DAY-SW      PIC X.
                   88 PN-RAN-TODAY          VALUE 'Y'.
                03 PN-LAST-SEQ    PIC 9(3).
                03 PN-LAST-STN    PIC X(10).
                03 PN-PLAN-TIME   PIC X(5).
                03 PN-ACT-TIME    PIC X(5).
                03 PN-DAY-LATE    PIC 9(4).
                03 PN-MTD-RUNS    PIC 9(5) COMP.
                03 PN-MTD-ONTIME  PIC 9(5) COMP.
                03 PN-MTD-LATE    PIC 9(7) COMP.
                03 PN-PICK-SW     PIC X.
                   88 PN-PICKED             VALUE 'Y'.
                03 PN-CLAIM-SW    PIC X.
                   88 PN-CLAIMS-RAISED      VALUE 'Y'.
         01 PUNC-COUNT         PIC 9(4) COMP VALUE ZERO.
         01 PN-SUB             PIC 9(4) COMP VALUE ZERO.
         01 ROUTE-TABLE.
             02 ROUTE-ENTRY OCCURS 1000 TIMES
                             INDEXED BY RT-IDX.
                03 RT-DEP-STN     PIC X(10).
                03 RT-ARR-STN     PIC X(10).
                03 RT-DAY-RUNS    PIC 9(5) COMP.
                03 RT-DAY-ONTIME  PIC 9(5) COMP.
                03 RT-DAY-LATE    PIC 9(7) COMP.
                03 RT-MTD-RUNS    PIC 9(7) COMP.
                03 RT-MTD-ONTIME  PIC 9(7) COMP.
                03 RT-MTD-LATE    PIC 9(9) COMP.
         01 ROUTE-COUNT        PIC 9(4) COMP VALUE ZERO.
         01 RT-SUB             PIC 9(4) COMP VALUE ZERO.
         01 REGION-TABLE.
             02 REGION-ENTRY OCCURS 200 TIMES
                             INDEXED BY RG-IDX.
                03 RG-REGION      PIC X(10).
                03 RG-DAY-RUNS    PIC 9(5) COMP.
                03 RG-DAY-ONTIME  PIC 9(5) COMP.
                03 RG-DAY-LATE    PIC 9(7) COMP.
                03 RG-MTD-RUNS    PIC 9(7) COMP.
                03 RG-MTD-ONTIME  PIC 9(7) COMP.
                03 RG-MTD-LATE    PIC 9(9) COMP.
         01 REGION-COUNT       PIC 9(4) COMP VALUE ZERO.
         01 RG-SUB             PIC 9(4) COMP VALUE ZERO.
         01 ONTIME-MINS        PIC 9(3) VALUE 5.
         01 REPAY-MINS         PIC 9(3) VALUE 30.
         01 REPAY-PCT          PIC 9(3) VALUE 50.
         01 STAT-RUNS          PIC 9(7) COMP VALUE ZERO.
         01 STAT-ONTIME        PIC 9(7) COMP VALUE ZERO.
         01 STAT-LATE          PIC 9(9) COMP VALUE ZERO.
         01 STAT-PCT           PIC 9(3)V9 VALUE ZERO.
         01 STAT-AVG           PIC 9(4)V9 VALUE ZERO.
         01 RANK-SUB           PIC 9(4) COMP VALUE ZERO.
         01 BEST-SUB           PIC 9(4) COMP VALUE ZERO.
         01 BEST-LATE          PIC 9(4)V9 VALUE ZERO.
         01 TEST-LATE          PIC 9(4)V9 VALUE ZERO.
         01 LOOKUP-TRAIN       PIC X(6).
         01 LOOKUP-DEP-STN     PIC X(10).
         01 LOOKUP-ARR-STN     PIC X(10).
         01 LOOKUP-REGION      PIC X(10).
         01 PLAN-STN           PIC X(10).
         01 PLAN-ARR-TIME      PIC X(5).
         01 PLAN-DEP-TIME      PIC X(5).
         01 REJECT-REASON      PIC X(30).
         01 ACT-ARR-MINS       PIC 9(4) VALUE ZERO.
         01 LATE-DIFF          PIC S9(5) VALUE ZERO.
         01 LATE-MINS          PIC 9(4) VALUE ZERO.
         01 PAID-AMT           PIC 9(8)V99 VALUE ZERO.
         01 REPAY-AMT          PIC 9(8)V99 VALUE ZERO.
         01 TIME-IN            PIC X(5).
         01 TIME-HH            PIC 99.
         01 TIME-MM            PIC 99.
         01 TIME-MINS          PIC 9(4) VALUE ZERO.
         01 TIME-OK-SW           PIC X.
            88 TIME-OK                    VALUE 'Y'.
            88 TIME-BAD                   VALUE 'N'.
         01 RUN-DOW               PIC 9 VALUE ZERO.
         01 DATE-INT              PIC S9(8) COMP VALUE ZERO.
         01 RUN-STAMP.
             02 RUN-DATE          PIC 9(8).
             02 RUN-TIME          PIC 9(6).
         01 PUNC-DATE             PIC 9(8) VALUE ZERO.
         01 PUNC-DATE-PARTS REDEFINES PUNC-DATE.
             02 PUNC-MONTH        PIC 9(6).
             02 FILLER            PIC 9(2).
         01 RUN-TODAY-SW         PIC X.
            88 RUNS-TODAY                 VALUE 'Y'.
            88 NOT-RUNNING-TODAY          VALUE 'N'.
         01 RECORD-FOUND         PIC X.
            88 NOT-FOUND                  VALUE 'N'.
            88 FOUND                      VALUE 'Y'.
         01 RERUN-SW             PIC X VALUE 'N'.
            88 DATE-ALREADY-RUN           VALUE 'Y'.
            88 DATE-NOT-RUN               VALUE 'N'.
         01 SCAN-DONE-SW         PIC X VALUE 'N'.
            88 CLAIM-SCAN-DONE            VALUE 'Y'.
            88 CLAIM-SCAN-NOT-DONE        VALUE 'N'.
         01 EOF1-SWITCH          PIC X.
            88 EOF1                       VALUE '1'.
            88 NOT-EOF1                   VALUE '0'.
         01 EOF7-SWITCH          PIC X.
            88 EOF7                       VALUE '1'.
            88 NOT-EOF7                   VALUE '0'.
         01 EOF10-SWITCH         PIC X.
            88 EOF10                      VALUE '1'.
            88 NOT-EOF10                  VALUE '0'.
         01 STN-OPEN-SW          PIC X VALUE 'N'.
            88 STN-OPEN                   VALUE 'Y'.
            88 STN-NOT-OPEN               VALUE 'N'.
         01 CAL-OPEN-SW          PIC X VALUE 'N'.
            88 CAL-OPEN                   VALUE 'Y'.
            88 CAL-NOT-OPEN               VALUE 'N'.
         01 STOP-OPEN-SW         PIC X VALUE 'N'.
            88 STOP-OPEN                  VALUE 'Y'.
            88 STOP-NOT-OPEN              VALUE 'N'.
         01 HIST-OPEN-SW         PIC X VALUE 'N'.
            88 HIST-OPEN                  VALUE 'Y'.
            88 HIST-NOT-OPEN              VALUE 'N'.
         01 REG-OPEN-SW          PIC X VALUE 'N'.
            88 REG-OPEN                   VALUE 'Y'.
            88 REG-NOT-OPEN               VALUE 'N'.
         01 FS1                  PIC XX.
         01 FS2                  PIC XX.
         01 FS3                  PIC XX.
         01 FS4                  PIC XX.
         01 FS5                  PIC XX.
         01 FS6                  PIC XX.
         01 FS7                  PIC XX.
         01 FS8                  PIC XX.
         01 FS9                  PIC XX.
         01 FS10                 PIC XX.
         01 FS11                 PIC XX.
         01 FS12                 PIC XX.
         01 FS13                 PIC XX.
         01 PGM-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM INITIALIZATION.
             PERFORM WRITE-HEADER.
             WRITE RPT-LINE FROM REJECT-SECTION-LINE.
             WRITE RPT-LINE FROM REJ-COL-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
             PERFORM EDIT-ACTUAL THRU EDIT-ACTUAL-EXIT UNTIL EOF1.
             IF REJECT-CT = ZERO
                 WRITE RPT-LINE FROM REJ-NONE-LINE
             END-IF.
             PERFORM COPY-ONE-HISTORY UNTIL EOF10.
             PERFORM ADD-DAY-TO-MONTH
                 VARYING PN-SUB FROM 1 BY 1
                 UNTIL PN-SUB > PUNC-COUNT.
             PERFORM WRITE-TRAIN-SECTION.
             PERFORM WRITE-ROUTE-SECTION.
             PERFORM WRITE-REGION-SECTION.
             PERFORM WRITE-WORST-DAY-SECTION.
             PERFORM WRITE-WORST-MTD-SECTION.
             PERFORM WRITE-CLAIM-SECTION.
             PERFORM WRITE-DAY-HISTORY
                 VARYING PN-SUB FROM 1 BY 1
                 UNTIL PN-SUB > PUNC-COUNT.
             PERFORM FINALIZATION.
             STOP RUN.
         EDIT-ACTUAL.
             READ ACTLFILE
                 AT END SET EOF1 TO TRUE
             END-READ.
             IF EOF1 GO TO EDIT-ACTUAL-EXIT.
             ADD 1 TO READ-CT.
             IF ACTL-TRAIN-NUMBER = SPACES
                OR ACTL-RUN-DATE IS NOT NUMERIC
                OR ACTL-STOP-SEQ IS NOT NUMERIC
                 MOVE 'BAD ACTUALS FIELDS' TO REJECT-REASON
                 PERFORM REJECT-ACTUAL
                 GO TO EDIT-ACTUAL-EXIT
             END-IF.
             IF ACTL-RUN-DATE NOT = PUNC-DATE
                 MOVE 'NOT FOR THIS SERVICE DATE' TO REJECT-REASON
                 PERFORM REJECT-ACTUAL
                 GO TO EDIT-ACTUAL-EXIT
             END-IF.
             MOVE ACTL-TRAIN-NUMBER TO TRAIN-NUMBER.
             READ MASTERFILE KEY IS TRAIN-NUMBER
                  INVALID KEY SET NOT-FOUND TO TRUE
                  NOT INVALID KEY SET FOUND TO TRUE
             END-READ.
             IF NOT-FOUND
                 MOVE 'TRAIN NOT ON MASTER' TO REJECT-REASON
                 PERFORM REJECT-ACTUAL
                 GO TO EDIT-ACTUAL-EXIT
             END-IF.
             PERFORM CHECK-RUNS-ON-DATE.
             IF NOT-RUNNING-TODAY
                 MOVE 'NOT SCHEDULED ON THIS DATE' TO REJECT-REASON
                 PERFORM REJECT-ACTUAL
                 GO TO EDIT-ACTUAL-EXIT
             END-IF.
             PERFORM FIND-PLANNED-CALL.
             IF NOT-FOUND
                 PERFORM REJECT-ACTUAL
                 GO TO EDIT-ACTUAL-EXIT
             END-IF.
             IF ACTL-STN-CODE NOT = PLAN-STN
                 MOVE 'STATION NOT THE PLANNED CALL' TO REJECT-REASON
                 PERFORM REJECT-ACTUAL
                 GO TO EDIT-ACTUAL-EXIT
             END-IF.
             IF ACTL-ARR-TIME = SPACES AND ACTL-DEP-TIME = SPACES
                 MOVE 'NO ACTUAL TIMES' TO REJECT-REASON
                 PERFORM REJECT-ACTUAL
                 GO TO EDIT-ACTUAL-EXIT
             END-IF.
             IF ACTL-DEP-TIME NOT = SPACES
                 MOVE ACTL-DEP-TIME TO TIME-IN
                 PERFORM CONVERT-TIME
                 IF TIME-BAD
                     MOVE 'BAD ACTUAL DEPARTURE TIME' TO REJECT-REASON
                     PERFORM REJECT-ACTUAL
                     GO TO EDIT-ACTUAL-EXIT
                 END-IF
             END-IF.
             IF ACTL-ARR-TIME NOT = SPACES
                 MOVE ACTL-ARR-TIME TO TIME-IN
                 PERFORM CONVERT-TIME
                 IF TIME-BAD
                     MOVE 'BAD ACTUAL ARRIVAL TIME' TO REJECT-REASON
                     PERFORM REJECT-ACTUAL
                     GO TO EDIT-ACTUAL-EXIT
                 END-IF
                 MOVE TIME-MINS TO ACT-ARR-MINS
             END-IF.
             ADD 1 TO ACCEPT-CT.
             MOVE ACTL-TRAIN-NUMBER TO LOOKUP-TRAIN.
             MOVE TRAIN-DEP-STN TO LOOKUP-DEP-STN.
             MOVE TRAIN-ARR-STN TO LOOKUP-ARR-STN.
             PERFORM READ-DEP-REGION.
             PERFORM FIND-PUNC-ENTRY.
             IF FOUND
                AND ACTL-ARR-TIME NOT = SPACES
                AND PLAN-ARR-TIME NOT = SPACES
                AND ACTL-STOP-SEQ NOT < PN-LAST-SEQ(PN-IDX)
                 PERFORM MEASURE-ARRIVAL
             END-IF.
         EDIT-ACTUAL-EXIT.
             EXIT.
         REJECT-ACTUAL.
             ADD 1 TO REJECT-CT.
             MOVE 4 TO PGM-RETURN-CODE.
             MOVE ACTL-TRAIN-NUMBER TO REJ-NUM-P.
             MOVE ACTUAL-REC(7:8) TO REJ-DATE-P.
             MOVE ACTUAL-REC(15:3) TO REJ-SEQ-P.
             MOVE ACTL-STN-CODE TO REJ-STN-P.
             MOVE ACTL-ARR-TIME TO REJ-ARR-P.
             MOVE ACTL-DEP-TIME TO REJ-DEP-P.
             MOVE REJECT-REASON TO REJ-REASON-P.
             WRITE RPT-LINE FROM REJ-DETAIL-LINE.
         CHECK-RUNS-ON-DATE.
             SET RUNS-TODAY TO TRUE.
             IF CAL-OPEN
                 MOVE TRAIN-NUMBER TO CAL-TRAIN-NUMBER
                 READ CALFILE KEY IS CAL-TRAIN-NUMBER
                      INVALID KEY CONTINUE
                      NOT INVALID KEY PERFORM TEST-CALENDAR
                 END-READ
             END-IF.
         TEST-CALENDAR.
             IF CAL-RUN-DAYS(RUN-DOW:1) NOT = 'Y'
                 SET NOT-RUNNING-TODAY TO TRUE
             END-IF.
             IF CAL-START-DATE IS NUMERIC AND CAL-START-DATE > ZERO
                AND PUNC-DATE < CAL-START-DATE
                 SET NOT-RUNNING-TODAY TO TRUE
             END-IF.
             IF CAL-END-DATE IS NUMERIC AND CAL-END-DATE > ZERO
                AND PUNC-DATE > CAL-END-DATE
                 SET NOT-RUNNING-TODAY TO TRUE
             END-IF.
         FIND-PLANNED-CALL.
             SET FOUND TO TRUE.
             EVALUATE ACTL-STOP-SEQ
               WHEN ZERO
                   MOVE TRAIN-DEP-STN TO PLAN-STN
                   MOVE SPACES TO PLAN-ARR-TIME
                   MOVE TRAIN-DEP-TIME TO PLAN-DEP-TIME
               WHEN 999
                   MOVE TRAIN-ARR-STN TO PLAN-STN
                   MOVE TRAIN-ARR-TIME TO PLAN-ARR-TIME
                   MOVE SPACES TO PLAN-DEP-TIME
               WHEN OTHER
                   PERFORM READ-STOP-CALL
             END-EVALUATE.
         READ-STOP-CALL.
             SET NOT-FOUND TO TRUE.
             MOVE 'NOT A CALLING POINT ON STOPFILE' TO REJECT-REASON.
             IF STOP-OPEN
                 MOVE ACTL-TRAIN-NUMBER TO ST-TRAIN-NUMBER
                 MOVE ACTL-STOP-SEQ TO ST-STOP-SEQ
                 READ STOPFILE KEY IS ST-STOP-KEY
                      INVALID KEY SET NOT-FOUND TO TRUE
                      NOT INVALID KEY SET FOUND TO TRUE
                 END-READ
             END-IF.
             IF FOUND
                 MOVE ST-STN-CODE TO PLAN-STN
                 MOVE ST-ARR-TIME TO PLAN-ARR-TIME
                 MOVE ST-DEP-TIME TO PLAN-DEP-TIME
             END-IF.
         MEASURE-ARRIVAL.
             MOVE PLAN-ARR-TIME TO TIME-IN.
             PERFORM CONVERT-TIME.
             IF TIME-OK
                 COMPUTE LATE-DIFF = ACT-ARR-MINS - TIME-MINS
                 IF LATE-DIFF < -720
                     ADD 1440 TO LATE-DIFF
                 END-IF
                 IF LATE-DIFF > 720
                     SUBTRACT 1440 FROM LATE-DIFF
                 END-IF
                 IF LATE-DIFF < ZERO
                     MOVE ZERO TO LATE-DIFF
                 END-IF
                 MOVE LATE-DIFF TO LATE-MINS
                 SET PN-RAN-TODAY(PN-IDX) TO TRUE
                 MOVE ACTL-STOP-SEQ TO PN-LAST-SEQ(PN-IDX)
                 MOVE ACTL-STN-CODE TO PN-LAST-STN(PN-IDX)
                 MOVE PLAN-ARR-TIME TO PN-PLAN-TIME(PN-IDX)
                 MOVE ACTL-ARR-TIME TO PN-ACT-TIME(PN-IDX)
                 MOVE LATE-MINS TO PN-DAY-LATE(PN-IDX)
             END-IF.
         CONVERT-TIME.
             SET TIME-OK TO TRUE.
             IF TIME-IN(1:4) IS NOT NUMERIC
                 SET TIME-BAD TO TRUE
             ELSE
                 MOVE TIME-IN(1:2) TO TIME-HH
                 MOVE TIME-IN(3:2) TO TIME-MM
                 IF TIME-HH > 23 OR TIME-MM > 59
                     SET TIME-BAD TO TRUE
                 ELSE
                     COMPUTE TIME-MINS = TIME-HH * 60 + TIME-MM
                 END-IF
             END-IF.
         READ-DEP-REGION.
             MOVE SPACES TO LOOKUP-REGION.
             IF STN-OPEN
                 MOVE LOOKUP-DEP-STN TO STN-CODE
                 READ STNFILE KEY IS STN-CODE
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          MOVE STN-REGION TO LOOKUP-REGION
                 END-READ
             END-IF.
         FIND-PUNC-ENTRY.
             SET FOUND TO TRUE.
             SET PN-IDX TO 1.
             SEARCH PUNC-ENTRY
                 AT END
                     PERFORM ADD-PUNC-ENTRY
                 WHEN PN-IDX > PUNC-COUNT
                     PERFORM ADD-PUNC-ENTRY
                 WHEN PN-TRAIN(PN-IDX) = LOOKUP-TRAIN
                     CONTINUE
             END-SEARCH.
         ADD-PUNC-ENTRY.
             IF PUNC-COUNT < 3000
                 ADD 1 TO PUNC-COUNT
                 SET PN-IDX TO PUNC-COUNT
                 MOVE LOOKUP-TRAIN TO PN-TRAIN(PN-IDX)
                 MOVE LOOKUP-DEP-STN TO PN-DEP-STN(PN-IDX)
                 MOVE LOOKUP-ARR-STN TO PN-ARR-STN(PN-IDX)
                 MOVE LOOKUP-REGION TO PN-REGION(PN-IDX)
                 MOVE 'N' TO PN-DAY-SW(PN-IDX)
                 MOVE ZERO TO PN-LAST-SEQ(PN-IDX)
                 MOVE SPACES TO PN-LAST-STN(PN-IDX)
                 MOVE SPACES TO PN-PLAN-TIME(PN-IDX)
                 MOVE SPACES TO PN-ACT-TIME(PN-IDX)
                 MOVE ZERO TO PN-DAY-LATE(PN-IDX)
                 MOVE ZERO TO PN-MTD-RUNS(PN-IDX)
                 MOVE ZERO TO PN-MTD-ONTIME(PN-IDX)
                 MOVE ZERO TO PN-MTD-LATE(PN-IDX)
                 MOVE 'N' TO PN-PICK-SW(PN-IDX)
                 MOVE 'N' TO PN-CLAIM-SW(PN-IDX)
             ELSE
                 ADD 1 TO DROPPED-CT
                 SET NOT-FOUND TO TRUE
             END-IF.
         COPY-ONE-HISTORY.
             READ HISTINFILE
                 AT END SET EOF10 TO TRUE
             END-READ.
             IF NOT-EOF10
                 IF HI-RUN-DATE = PUNC-DATE
                     IF HI-CLAIMS-RAISED
                         SET DATE-ALREADY-RUN TO TRUE
                         PERFORM MARK-CLAIMS-RAISED
                     END-IF
                 ELSE
                     WRITE HIST-OUT-REC FROM HIST-IN-REC
                     IF HI-RUN-DATE IS NUMERIC
                        AND HI-LATE-MINS IS NUMERIC
                        AND HI-RUN-MONTH = PUNC-MONTH
                        AND HI-RUN-DATE < PUNC-DATE
                         PERFORM ACCUM-HISTORY
                     END-IF
                 END-IF
             END-IF.
         MARK-CLAIMS-RAISED.
             SET PN-IDX TO 1.
             SEARCH PUNC-ENTRY
                 AT END
                     CONTINUE
                 WHEN PN-IDX > PUNC-COUNT
                     CONTINUE
                 WHEN PN-TRAIN(PN-IDX) = HI-TRAIN-NUMBER
                     SET PN-CLAIMS-RAISED(PN-IDX) TO TRUE
             END-SEARCH.
         ACCUM-HISTORY.
             MOVE HI-TRAIN-NUMBER TO LOOKUP-TRAIN.
             MOVE HI-DEP-STN TO LOOKUP-DEP-STN.
             MOVE HI-ARR-STN TO LOOKUP-ARR-STN.
             MOVE HI-REGION TO LOOKUP-REGION.
             PERFORM FIND-PUNC-ENTRY.
             IF FOUND
                 MOVE HI-LATE-MINS TO LATE-MINS
                 PERFORM ACCUM-MONTH-RUN
             END-IF.
         ACCUM-MONTH-RUN.
             ADD 1 TO PN-MTD-RUNS(PN-IDX).
             ADD LATE-MINS TO PN-MTD-LATE(PN-IDX).
             IF LATE-MINS NOT > ONTIME-MINS
                 ADD 1 TO PN-MTD-ONTIME(PN-IDX)
             END-IF.
         ADD-DAY-TO-MONTH.
             SET PN-IDX TO PN-SUB.
             IF PN-RAN-TODAY(PN-IDX)
                 MOVE PN-DAY-LATE(PN-IDX) TO LATE-MINS
                 PERFORM ACCUM-MONTH-RUN
             END-IF.
             IF PN-MTD-RUNS(PN-IDX) > ZERO
                 PERFORM ACCUM-BY-ROUTE
                 PERFORM ACCUM-BY-REGION
             END-IF.
         WRITE-DAY-HISTORY.
             SET PN-IDX TO PN-SUB.
             IF PN-RAN-TODAY(PN-IDX)
                 MOVE PUNC-DATE TO HW-RUN-DATE
                 MOVE PN-TRAIN(PN-IDX) TO HW-TRAIN-NUMBER
                 MOVE PN-DEP-STN(PN-IDX) TO HW-DEP-STN
                 MOVE PN-ARR-STN(PN-IDX) TO HW-ARR-STN
                 MOVE PN-REGION(PN-IDX) TO HW-REGION
                 MOVE PN-DAY-LATE(PN-IDX) TO HW-LATE-MINS
                 MOVE 'N' TO HW-CLAIM-SW
                 IF PN-CLAIMS-RAISED(PN-IDX)
                     MOVE 'Y' TO HW-CLAIM-SW
                 END-IF
                 IF CLAIM-SCAN-DONE
                    AND PN-DAY-LATE(PN-IDX) NOT < REPAY-MINS
                     MOVE 'Y' TO HW-CLAIM-SW
                 END-IF
                 WRITE HIST-OUT-REC FROM HIST-WORK
             END-IF.
         ACCUM-BY-ROUTE.
             SET RT-IDX TO 1.
             SEARCH ROUTE-ENTRY
                 AT END
                     PERFORM ADD-ROUTE-ENTRY
                 WHEN RT-IDX > ROUTE-COUNT
                     PERFORM ADD-ROUTE-ENTRY
                 WHEN RT-DEP-STN(RT-IDX) = PN-DEP-STN(PN-IDX)
                      AND RT-ARR-STN(RT-IDX) = PN-ARR-STN(PN-IDX)
                     PERFORM ADD-TO-ROUTE
             END-SEARCH.
         ADD-ROUTE-ENTRY.
             IF ROUTE-COUNT < 1000
                 ADD 1 TO ROUTE-COUNT
                 SET RT-IDX TO ROUTE-COUNT
                 MOVE PN-DEP-STN(PN-IDX) TO RT-DEP-STN(RT-IDX)
                 MOVE PN-ARR-STN(PN-IDX) TO RT-ARR-STN(RT-IDX)
                 MOVE ZERO TO RT-DAY-RUNS(RT-IDX)
                 MOVE ZERO TO RT-DAY-ONTIME(RT-IDX)
                 MOVE ZERO TO RT-DAY-LATE(RT-IDX)
                 MOVE ZERO TO RT-MTD-RUNS(RT-IDX)
                 MOVE ZERO TO RT-MTD-ONTIME(RT-IDX)
                 MOVE ZERO TO RT-MTD-LATE(RT-IDX)
                 PERFORM ADD-TO-ROUTE
             ELSE
                 ADD 1 TO DROPPED-CT
             END-IF.
         ADD-TO-ROUTE.
             IF PN-RAN-TODAY(PN-IDX)
                 ADD 1 TO RT-DAY-RUNS(RT-IDX)
                 ADD PN-DAY-LATE(PN-IDX) TO RT-DAY-LATE(RT-IDX)
                 IF PN-DAY-LATE(PN-IDX) NOT > ONTIME-MINS
                     ADD 1 TO RT-DAY-ONTIME(RT-IDX)
                 END-IF
             END-IF.
             ADD PN-MTD-RUNS(PN-IDX) TO RT-MTD-RUNS(RT-IDX).
             ADD PN-MTD-ONTIME(PN-IDX) TO RT-MTD-ONTIME(RT-IDX).
             ADD PN-MTD-LATE(PN-IDX) TO RT-MTD-LATE(RT-IDX).
         ACCUM-BY-REGION.
             SET RG-IDX TO 1.
             SEARCH REGION-ENTRY
                 AT END
                     PERFORM ADD-REGION-ENTRY
                 WHEN RG-IDX > REGION-COUNT
                     PERFORM ADD-REGION-ENTRY
                 WHEN RG-REGION(RG-IDX) = PN-REGION(PN-IDX)
                     PERFORM ADD-TO-REGION
             END-SEARCH.
         ADD-REGION-ENTRY.
             IF REGION-COUNT < 200
                 ADD 1 TO REGION-COUNT
                 SET RG-IDX TO REGION-COUNT
                 MOVE PN-REGION(PN-IDX) TO RG-REGION(RG-IDX)
                 MOVE ZERO TO RG-DAY-RUNS(RG-IDX)
                 MOVE ZERO TO RG-DAY-ONTIME(RG-IDX)
                 MOVE ZERO TO RG-DAY-LATE(RG-IDX)
                 MOVE ZERO TO RG-MTD-RUNS(RG-IDX)
                 MOVE ZERO TO RG-MTD-ONTIME(RG-IDX)
                 MOVE ZERO TO RG-MTD-LATE(RG-IDX)
                 PERFORM ADD-TO-REGION
             ELSE
                 ADD 1 TO DROPPED-CT
             END-IF.
         ADD-TO-REGION.
             IF PN-RAN-TODAY(PN-IDX)
                 ADD 1 TO RG-DAY-RUNS(RG-IDX)
                 ADD PN-DAY-LATE(PN-IDX) TO RG-DAY-LATE(RG-IDX)
                 IF PN-DAY-LATE(PN-IDX) NOT > ONTIME-MINS
                     ADD 1 TO RG-DAY-ONTIME(RG-IDX)
                 END-IF
             END-IF.
             ADD PN-MTD-RUNS(PN-IDX) TO RG-MTD-RUNS(RG-IDX).
             ADD PN-MTD-ONTIME(PN-IDX) TO RG-MTD-ONTIME(RG-IDX).
             ADD PN-MTD-LATE(PN-IDX) TO RG-MTD-LATE(RG-IDX).
         COMPUTE-STATS.
             IF STAT-RUNS > ZERO
                 COMPUTE STAT-PCT ROUNDED =
                         (STAT-ONTIME * 100) / STAT-RUNS
                 COMPUTE STAT-AVG ROUNDED = STAT-LATE / STAT-RUNS
             ELSE
                 MOVE ZERO TO STAT-PCT
                 MOVE ZERO TO STAT-AVG
             END-IF.
         WRITE-TRAIN-SECTION.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM TRAIN-SECTION-LINE.
             WRITE RPT-LINE FROM TRN-COL-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
             PERFORM WRITE-ONE-TRAIN
                 VARYING PN-SUB FROM 1 BY 1
                 UNTIL PN-SUB > PUNC-COUNT.
         WRITE-ONE-TRAIN.
             SET PN-IDX TO PN-SUB.
             IF PN-MTD-RUNS(PN-IDX) > ZERO
                 ADD PN-MTD-RUNS(PN-IDX) TO MTD-TRAIN-CT
                 ADD PN-MTD-ONTIME(PN-IDX) TO MTD-ONTIME-CT
                 ADD PN-MTD-LATE(PN-IDX) TO MTD-LATE-TOT
             END-IF.
             IF PN-RAN-TODAY(PN-IDX)
                 ADD 1 TO DAY-TRAIN-CT
                 ADD PN-DAY-LATE(PN-IDX) TO DAY-LATE-TOT
                 MOVE PN-TRAIN(PN-IDX) TO TRN-NUM-P
                 MOVE PN-DEP-STN(PN-IDX) TO TRN-DEP-P
                 MOVE PN-ARR-STN(PN-IDX) TO TRN-ARR-P
                 MOVE PN-LAST-STN(PN-IDX) TO TRN-LAST-P
                 MOVE PN-PLAN-TIME(PN-IDX) TO TRN-PLAN-P
                 MOVE PN-ACT-TIME(PN-IDX) TO TRN-ACT-P
                 MOVE PN-DAY-LATE(PN-IDX) TO TRN-LATE-P
                 EVALUATE TRUE
                   WHEN PN-DAY-LATE(PN-IDX) NOT > ONTIME-MINS
                       MOVE 'ON TIME ' TO TRN-STAT-P
                       ADD 1 TO DAY-ONTIME-CT
                   WHEN REPAY-MINS > ZERO
                        AND PN-DAY-LATE(PN-IDX) NOT < REPAY-MINS
                       MOVE 'REPAY   ' TO TRN-STAT-P
                       ADD 1 TO REPAY-TRAIN-CT
                   WHEN OTHER
                       MOVE 'LATE    ' TO TRN-STAT-P
                 END-EVALUATE
                 MOVE PN-MTD-RUNS(PN-IDX) TO STAT-RUNS
                 MOVE PN-MTD-ONTIME(PN-IDX) TO STAT-ONTIME
                 MOVE PN-MTD-LATE(PN-IDX) TO STAT-LATE
                 PERFORM COMPUTE-STATS
                 MOVE PN-MTD-RUNS(PN-IDX) TO TRN-MRUNS-P
                 MOVE STAT-PCT TO TRN-MPCT-P
                 MOVE STAT-AVG TO TRN-MAVG-P
                 WRITE RPT-LINE FROM TRN-DETAIL-LINE
             END-IF.
         WRITE-ROUTE-SECTION.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM ROUTE-SECTION-LINE.
             WRITE RPT-LINE FROM GRP-COL-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
             PERFORM WRITE-ONE-ROUTE
                 VARYING RT-SUB FROM 1 BY 1
                 UNTIL RT-SUB > ROUTE-COUNT.
         WRITE-ONE-ROUTE.
             SET RT-IDX TO RT-SUB.
             MOVE RT-DEP-STN(RT-IDX) TO GRP-KEY1-P.
             MOVE RT-ARR-STN(RT-IDX) TO GRP-KEY2-P.
             MOVE RT-DAY-RUNS(RT-IDX) TO STAT-RUNS.
             MOVE RT-DAY-ONTIME(RT-IDX) TO STAT-ONTIME.
             MOVE RT-DAY-LATE(RT-IDX) TO STAT-LATE.
             PERFORM MOVE-DAY-STATS.
             MOVE RT-MTD-RUNS(RT-IDX) TO STAT-RUNS.
             MOVE RT-MTD-ONTIME(RT-IDX) TO STAT-ONTIME.
             MOVE RT-MTD-LATE(RT-IDX) TO STAT-LATE.
             PERFORM MOVE-MTD-STATS.
             WRITE RPT-LINE FROM GRP-DETAIL-LINE.
         MOVE-DAY-STATS.
             PERFORM COMPUTE-STATS.
             MOVE STAT-RUNS TO GRP-DRUNS-P.
             MOVE STAT-PCT TO GRP-DPCT-P.
             MOVE STAT-AVG TO GRP-DAVG-P.
         MOVE-MTD-STATS.
             PERFORM COMPUTE-STATS.
             MOVE STAT-RUNS TO GRP-MRUNS-P.
             MOVE STAT-PCT TO GRP-MPCT-P.
             MOVE STAT-AVG TO GRP-MAVG-P.
         WRITE-REGION-SECTION.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM REGION-SECTION-LINE.
             WRITE RPT-LINE FROM REGION-COL-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
             PERFORM WRITE-ONE-REGION
                 VARYING RG-SUB FROM 1 BY 1
                 UNTIL RG-SUB > REGION-COUNT.
             WRITE RPT-LINE FROM STAR-LINE.
             MOVE 'ALL       ' TO GRP-KEY1-P.
             MOVE SPACES TO GRP-KEY2-P.
             MOVE DAY-TRAIN-CT TO STAT-RUNS.
             MOVE DAY-ONTIME-CT TO STAT-ONTIME.
             MOVE DAY-LATE-TOT TO STAT-LATE.
             PERFORM MOVE-DAY-STATS.
             MOVE MTD-TRAIN-CT TO STAT-RUNS.
             MOVE MTD-ONTIME-CT TO STAT-ONTIME.
             MOVE MTD-LATE-TOT TO STAT-LATE.
             PERFORM MOVE-MTD-STATS.
             WRITE RPT-LINE FROM GRP-DETAIL-LINE.
             IF DROPPED-CT > ZERO
                 MOVE DROPPED-CT TO TBL-DROP-P
                 WRITE RPT-LINE FROM TABLE-OVERFLOW-LINE
             END-IF.
         WRITE-ONE-REGION.
             SET RG-IDX TO RG-SUB.
             IF RG-REGION(RG-IDX) = SPACES
                 MOVE 'UNKNOWN   ' TO GRP-KEY1-P
             ELSE
                 MOVE RG-REGION(RG-IDX) TO GRP-KEY1-P
             END-IF.
             MOVE SPACES TO GRP-KEY2-P.
             MOVE RG-DAY-RUNS(RG-IDX) TO STAT-RUNS.
             MOVE RG-DAY-ONTIME(RG-IDX) TO STAT-ONTIME.
             MOVE RG-DAY-LATE(RG-IDX) TO STAT-LATE.
             PERFORM MOVE-DAY-STATS.
             MOVE RG-MTD-RUNS(RG-IDX) TO STAT-RUNS.
             MOVE RG-MTD-ONTIME(RG-IDX) TO STAT-ONTIME.
             MOVE RG-MTD-LATE(RG-IDX) TO STAT-LATE.
             PERFORM MOVE-MTD-STATS.
             WRITE RPT-LINE FROM GRP-DETAIL-LINE.
         WRITE-WORST-DAY-SECTION.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM WORST-DAY-SECTION-LINE.
             WRITE RPT-LINE FROM WST-COL-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
             PERFORM CLEAR-ONE-PICK
                 VARYING PN-SUB FROM 1 BY 1
                 UNTIL PN-SUB > PUNC-COUNT.
             PERFORM PICK-WORST-DAY
                 VARYING RANK-SUB FROM 1 BY 1
                 UNTIL RANK-SUB > 5.
         PICK-WORST-DAY.
             MOVE ZERO TO BEST-SUB.
             MOVE ZERO TO BEST-LATE.
             PERFORM TEST-WORST-DAY
                 VARYING PN-SUB FROM 1 BY 1
                 UNTIL PN-SUB > PUNC-COUNT.
             IF BEST-SUB > ZERO
                 SET PN-IDX TO BEST-SUB
                 SET PN-PICKED(PN-IDX) TO TRUE
                 MOVE 1 TO STAT-RUNS
                 PERFORM WRITE-WORST-LINE
             ELSE
                 IF RANK-SUB = 1
                     WRITE RPT-LINE FROM WST-NONE-LINE
                 END-IF
                 MOVE 5 TO RANK-SUB
             END-IF.
         TEST-WORST-DAY.
             SET PN-IDX TO PN-SUB.
             IF PN-RAN-TODAY(PN-IDX) AND NOT PN-PICKED(PN-IDX)
                 MOVE PN-DAY-LATE(PN-IDX) TO TEST-LATE
                 IF TEST-LATE > BEST-LATE
                     MOVE TEST-LATE TO BEST-LATE
                     MOVE PN-SUB TO BEST-SUB
                 END-IF
             END-IF.
         WRITE-WORST-MTD-SECTION.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM WORST-MTD-SECTION-LINE.
             WRITE RPT-LINE FROM WST-COL-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
             PERFORM CLEAR-ONE-PICK
                 VARYING PN-SUB FROM 1 BY 1
                 UNTIL PN-SUB > PUNC-COUNT.
             PERFORM PICK-WORST-MTD
                 VARYING RANK-SUB FROM 1 BY 1
                 UNTIL RANK-SUB > 5.
         PICK-WORST-MTD.
             MOVE ZERO TO BEST-SUB.
             MOVE ZERO TO BEST-LATE.
             PERFORM TEST-WORST-MTD
                 VARYING PN-SUB FROM 1 BY 1
                 UNTIL PN-SUB > PUNC-COUNT.
             IF BEST-SUB > ZERO
                 SET PN-IDX TO BEST-SUB
                 SET PN-PICKED(PN-IDX) TO TRUE
                 MOVE PN-MTD-RUNS(PN-IDX) TO STAT-RUNS
                 PERFORM WRITE-WORST-LINE
             ELSE
                 IF RANK-SUB = 1
                     WRITE RPT-LINE FROM WST-NONE-LINE
                 END-IF
                 MOVE 5 TO RANK-SUB
             END-IF.
         TEST-WORST-MTD.
             SET PN-IDX TO PN-SUB.
             IF PN-MTD-RUNS(PN-IDX) > ZERO AND NOT PN-PICKED(PN-IDX)
                 COMPUTE TEST-LATE ROUNDED =
                         PN-MTD-LATE(PN-IDX) / PN-MTD-RUNS(PN-IDX)
                 IF TEST-LATE > BEST-LATE
                     MOVE TEST-LATE TO BEST-LATE
                     MOVE PN-SUB TO BEST-SUB
                 END-IF
             END-IF.
         CLEAR-ONE-PICK.
             MOVE 'N' TO PN-PICK-SW(PN-SUB).
         WRITE-WORST-LINE.
             MOVE RANK-SUB TO WST-RANK-P.
             MOVE PN-TRAIN(PN-IDX) TO WST-NUM-P.
             MOVE PN-DEP-STN(PN-IDX) TO WST-DEP-P.
             MOVE PN-ARR-STN(PN-IDX) TO WST-ARR-P.
             MOVE STAT-RUNS TO WST-RUNS-P.
             MOVE BEST-LATE TO WST-LATE-P.
             WRITE RPT-LINE FROM WST-DETAIL-LINE.
         WRITE-CLAIM-SECTION.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM CLAIM-SECTION-LINE.
             WRITE RPT-LINE FROM CLM-COL-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
             EVALUATE TRUE
               WHEN REPAY-TRAIN-CT = ZERO
                   WRITE RPT-LINE FROM CLM-NONE-LINE
               WHEN REG-NOT-OPEN
                   WRITE RPT-LINE FROM CLM-NOREG-LINE
                   MOVE 8 TO PGM-RETURN-CODE
               WHEN OTHER
                   SET NOT-EOF7 TO TRUE
                   PERFORM SCAN-ONE-REG-ENTRY UNTIL EOF7
                   SET CLAIM-SCAN-DONE TO TRUE
                   IF CLAIM-CT = ZERO
                       IF DATE-ALREADY-RUN
                           WRITE RPT-LINE FROM CLM-RERUN-LINE
                       ELSE
                           WRITE RPT-LINE FROM CLM-NONE-LINE
                       END-IF
                   END-IF
             END-EVALUATE.
         SCAN-ONE-REG-ENTRY.
             READ BOOKREG NEXT RECORD
                 AT END SET EOF7 TO TRUE
             END-READ.
             IF NOT-EOF7
                AND BRG-OPEN
                AND BRG-QTY IS NUMERIC
                AND BRG-QTY > ZERO
                AND BRG-TRAVEL-DATE IS NUMERIC
                AND BRG-TRAVEL-DATE = PUNC-DATE
                 PERFORM LOOKUP-LATE-TRAIN
                 IF FOUND
                     PERFORM WRITE-DELAY-CLAIM
                 END-IF
             END-IF.
         LOOKUP-LATE-TRAIN.
             SET NOT-FOUND TO TRUE.
             SET PN-IDX TO 1.
             SEARCH PUNC-ENTRY
                 AT END
                     CONTINUE
                 WHEN PN-IDX > PUNC-COUNT
                     CONTINUE
                 WHEN PN-TRAIN(PN-IDX) = BRG-TRAIN-NUMBER
                     IF PN-RAN-TODAY(PN-IDX)
                        AND PN-DAY-LATE(PN-IDX) NOT < REPAY-MINS
                        AND NOT PN-CLAIMS-RAISED(PN-IDX)
                         SET FOUND TO TRUE
                     END-IF
             END-SEARCH.
         WRITE-DELAY-CLAIM.
             COMPUTE PAID-AMT = BRG-QTY * BRG-FARE.
             COMPUTE REPAY-AMT ROUNDED = PAID-AMT * REPAY-PCT / 100.
             MOVE SPACES TO CLAIM-REC.
             MOVE BRG-TRAIN-NUMBER TO CLM-TRAIN-NUMBER.
             MOVE BRG-TRAVEL-DATE TO CLM-TRAVEL-DATE.
             MOVE PAID-AMT TO CLM-PAID-AMT.
             SET CLM-DELAY-REPAY TO TRUE.
             MOVE REPAY-PCT TO CLM-REPAY-PCT.
             MOVE BRG-BOOK-REF TO CLM-BOOK-REF.
             MOVE PN-DAY-LATE(PN-IDX) TO CLM-LATE-MINS.
             WRITE CLAIM-REC.
             ADD 1 TO CLAIM-CT.
             ADD REPAY-AMT TO CLAIM-TOTAL.
             MOVE BRG-TRAIN-NUMBER TO CLMD-NUM-P.
             MOVE BRG-BOOK-REF TO CLMD-REF-P.
             MOVE BRG-PARTY TO CLMD-PARTY-P.
             MOVE BRG-QTY TO CLMD-QTY-P.
             MOVE PAID-AMT TO CLMD-PAID-P.
             MOVE REPAY-AMT TO CLMD-REPAY-P.
             MOVE PN-DAY-LATE(PN-IDX) TO CLMD-LATE-P.
             WRITE RPT-LINE FROM CLM-DETAIL-LINE.
         READ-PARM.
             READ PUNCPARMFILE
                 AT END CONTINUE
                 NOT AT END PERFORM SET-RULES
             END-READ.
         SET-RULES.
             IF PP-ONTIME-MINS IS NUMERIC
                 MOVE PP-ONTIME-MINS TO ONTIME-MINS
             END-IF.
             IF PP-REPAY-MINS IS NUMERIC
                 MOVE PP-REPAY-MINS TO REPAY-MINS
             END-IF.
             IF PP-REPAY-PCT IS NUMERIC AND PP-REPAY-PCT > ZERO
                AND PP-REPAY-PCT NOT > 100
                 MOVE PP-REPAY-PCT TO REPAY-PCT
             END-IF.
         READ-DATE-PARM.
             MOVE RUN-DATE TO PUNC-DATE.
             OPEN INPUT DATEPARMFILE.
             IF FS9 = ZERO
                 READ DATEPARMFILE
                     AT END CONTINUE
                     NOT AT END
                         IF DATE-PARM-RUN IS NUMERIC
                            AND DATE-PARM-RUN > ZERO
                             MOVE DATE-PARM-RUN TO PUNC-DATE
                         END-IF
                 END-READ
                 CLOSE DATEPARMFILE
             END-IF.
             COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(PUNC-DATE).
             IF DATE-INT > ZERO
                 COMPUTE RUN-DOW = FUNCTION MOD(DATE-INT - 1, 7) + 1
             END-IF.
         INITIALIZATION.
             MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
             PERFORM READ-DATE-PARM.
             OPEN INPUT ACTLFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS1 NOT = ZERO
                 MOVE 8 TO PGM-RETURN-CODE
                 SET EOF1 TO TRUE
             ELSE
                 SET NOT-EOF1 TO TRUE
             END-IF.
             OPEN OUTPUT PUNCRPTFILE.
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN INPUT MASTERFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS3 NOT = ZERO
                 MOVE 8 TO PGM-RETURN-CODE
                 SET EOF1 TO TRUE
             END-IF.
             OPEN INPUT STNFILE.
             IF FS4 = ZERO
                 SET STN-OPEN TO TRUE
             END-IF.
             OPEN INPUT CALFILE.
             IF FS5 = ZERO
                 SET CAL-OPEN TO TRUE
             END-IF.
             OPEN INPUT STOPFILE.
             IF FS6 = ZERO
                 SET STOP-OPEN TO TRUE
             END-IF.
             OPEN INPUT BOOKREG.
             IF (FS7 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS7 = ZERO
                 SET REG-OPEN TO TRUE
             END-IF.
             OPEN INPUT PUNCPARMFILE.
             IF FS8 = ZERO
                 PERFORM READ-PARM
                 CLOSE PUNCPARMFILE
             END-IF.
             OPEN INPUT HISTINFILE.
             IF FS10 = ZERO
                 SET HIST-OPEN TO TRUE
                 SET NOT-EOF10 TO TRUE
             ELSE
                 SET EOF10 TO TRUE
             END-IF.
             OPEN OUTPUT HISTOUTFILE.
             IF (FS11 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS11 NOT = ZERO
                 MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             OPEN EXTEND CLAIMFILE.
             IF (FS12 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS12 NOT = ZERO
                 MOVE 8 TO PGM-RETURN-CODE
             END-IF.
         WRITE-HEADER.
             MOVE PUNC-DATE TO HDR-DATE-P.
             MOVE ONTIME-MINS TO RULE-ONTIME-P.
             MOVE REPAY-MINS TO RULE-REPAY-P.
             MOVE REPAY-PCT TO RULE-PCT-P.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM HDR-LINE-1.
             WRITE RPT-LINE FROM RULE-LINE-1.
             WRITE RPT-LINE FROM STAR-LINE.
         FINALIZATION.
             WRITE RPT-LINE FROM STAR-LINE.
             MOVE READ-CT TO SUM-READ-P.
             MOVE ACCEPT-CT TO SUM-ACCEPT-P.
             MOVE REJECT-CT TO SUM-REJECT-P.
             MOVE DAY-TRAIN-CT TO SUM-TRAINS-P.
             MOVE DAY-ONTIME-CT TO SUM-ONTIME-P.
             MOVE CLAIM-CT TO SUM-CLAIMS-P.
             MOVE CLAIM-TOTAL TO SUM-CLMVAL-P.
             WRITE RPT-LINE FROM SUMMARY-LINE-1.
             WRITE RPT-LINE FROM SUMMARY-LINE-2.
             WRITE RPT-LINE FROM SUMMARY-LINE-3.
             WRITE RPT-LINE FROM SUMMARY-LINE-4.
             WRITE RPT-LINE FROM SUMMARY-LINE-5.
             WRITE RPT-LINE FROM SUMMARY-LINE-6.
             WRITE RPT-LINE FROM SUMMARY-LINE-7.
             WRITE RPT-LINE FROM STAR-LINE.
             CLOSE ACTLFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE PUNCRPTFILE.
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE MASTERFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF STN-OPEN
                 CLOSE STNFILE
             END-IF.
             IF CAL-OPEN
                 CLOSE CALFILE
             END-IF.
             IF STOP-OPEN
                 CLOSE STOPFILE
             END-IF.
             IF REG-OPEN
                 CLOSE BOOKREG
             END-IF.
             IF HIST-OPEN
                 CLOSE HISTINFILE
             END-IF.
             CLOSE HISTOUTFILE.
             IF (FS11 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE CLAIMFILE.
             IF (FS12 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             MOVE PGM-RETURN-CODE TO RETURN-CODE.
             PERFORM WRITE-STEP-LOG.
             STOP RUN.
         WRITE-STEP-LOG.
             OPEN EXTEND STEPLOGFILE.
             IF FS13 = ZERO
                 MOVE SPACES TO STEP-LOG-REC
                 MOVE 'PUNCTUAL' TO SL-PROGRAM
                 SET SL-STEP-END TO TRUE
                 MOVE ZERO TO SL-BUS-DATE
                 MOVE FUNCTION CURRENT-DATE(1:14) TO SL-RUN-STAMP
                 MOVE RETURN-CODE TO SL-RC
                 WRITE STEP-LOG-REC
                 CLOSE STEPLOGFILE
             END-IF.
         END PROGRAM PUNCTUAL.
