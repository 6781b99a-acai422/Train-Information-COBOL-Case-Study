         IDENTIFICATION DIVISION.
         PROGRAM-ID. DISRUPT.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT DISRFILE ASSIGN DISRIN
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS1.
             SELECT DISRRPTFILE ASSIGN DISRPT
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS2.
             SELECT MASTERFILE ASSIGN MASTFILE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TRAIN-NUMBER
                    STATUS IS FS3.
             SELECT CLASSFILE ASSIGN CLASSFIL
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CLS-CLASS-KEY
                    STATUS IS FS4.
             SELECT BOOKREG ASSIGN BOOKREG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BRG-BOOK-REF
                    STATUS IS FS5.
             SELECT SEATINV ASSIGN SEATINV
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS INV-KEY
                    STATUS IS FS6.
             SELECT CALFILE ASSIGN CALFILE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CAL-TRAIN-NUMBER
                    STATUS IS FS7.
             SELECT WAITINFILE ASSIGN WAITIN
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS8.
             SELECT WAITOUTFILE ASSIGN WAITOUT
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS9.
             SELECT REFPAYFILE ASSIGN REFPAY
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS10.
             SELECT AUDITFILE ASSIGN AUDFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS11.
             SELECT ACTIVITYFILE ASSIGN ACTFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS12.
         DATA DIVISION.
         FILE SECTION.
         FD  DISRFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  DISR-REC.
             02 DISR-TRAIN-NUMBER PIC X(6).
             02 DISR-FROM-DATE    PIC 9(8).
             02 DISR-TO-DATE      PIC 9(8).
             02 DISR-REASON       PIC X(30).
             02 FILLER            PIC X(48).
         FD  DISRRPTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-LINE             PIC X(100).
         FD  MASTERFILE.
             COPY MASTREC.
         FD  CLASSFILE.
             COPY CLSREC.
         FD  BOOKREG.
             COPY BRGREC.
         FD  SEATINV.
             COPY INVREC.
         FD  CALFILE.
             COPY CALREC.
         FD  WAITINFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  WAITIN-REC           PIC X(100).
         FD  WAITOUTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
             COPY WTREC.
         FD  REFPAYFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY REFREC.
         FD  AUDITFILE RECORDING MODE IS F
             RECORD CONTAINS 250.
             COPY AUDREC.
         FD  ACTIVITYFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
             COPY ACTREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER PIC X(40) VALUE SPACES.
             02 FILLER PIC X(24) VALUE 'SERVICE DISRUPTION RUN'.
         01 DISR-COL-LINE.
             02 FILLER PIC X(6)  VALUE 'TRAIN '.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(8)  VALUE 'FROM    '.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(8)  VALUE 'TO      '.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(30) VALUE 'REASON'.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(30) VALUE 'DISPOSITION'.
         01 DISR-DETAIL-LINE.
             02 DSD-NUM-P         PIC X(6).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 DSD-FROM-P        PIC X(8).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 DSD-TO-P          PIC X(8).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 DSD-REASON-P      PIC X(30).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 DSD-DISP-P        PIC X(30).
             02 FILLER            PIC X(10) VALUE SPACES.
         01 NOTIFY-HDR-LINE.
             02 FILLER            PIC X(24) VALUE
                                   'PASSENGER NOTIFICATIONS'.
             02 FILLER            PIC X(76) VALUE SPACES.
         01 NOTIFY-COL-LINE.
             02 FILLER PIC X(20) VALUE 'PARTY'.
             02 FILLER PIC X(1)  VALUE SPACES.
             02 FILLER PIC X(8)  VALUE 'REF     '.
             02 FILLER PIC X(1)  VALUE SPACES.
             02 FILLER PIC X(6)  VALUE 'TRAIN '.
             02 FILLER PIC X(1)  VALUE SPACES.
             02 FILLER PIC X(8)  VALUE 'TRAVDATE'.
             02 FILLER PIC X(1)  VALUE SPACES.
             02 FILLER PIC X(5)  VALUE 'SEATS'.
             02 FILLER PIC X(1)  VALUE SPACES.
             02 FILLER PIC X(11) VALUE '     REFUND'.
             02 FILLER PIC X(1)  VALUE SPACES.
             02 FILLER PIC X(12) VALUE 'SUGGESTED   '.
             02 FILLER PIC X(1)  VALUE SPACES.
             02 FILLER PIC X(23) VALUE 'REASON'.
         01 NOTIFY-DETAIL-LINE.
             02 NTD-PARTY-P       PIC X(20).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 NTD-REF-P         PIC X(8).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 NTD-NUM-P         PIC X(6).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 NTD-DATE-P        PIC X(8).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 NTD-QTY-P         PIC ZZZZ9.
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 NTD-REFUND-P      PIC ZZZZZZZ9.99.
             02 NTD-REFUND-X REDEFINES NTD-REFUND-P
                                  PIC X(11).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 NTD-ALT-NUM-P     PIC X(6).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 NTD-ALT-DEP-P     PIC X(5).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 NTD-REASON-P      PIC X(23).
         01 UNSETTLED-LINE.
             02 UNS-PARTY-P       PIC X(20).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 UNS-REF-P         PIC X(8).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 UNS-NUM-P         PIC X(6).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 UNS-DATE-P        PIC X(8).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 UNS-QTY-P         PIC ZZZZ9.
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 UNS-DISP-P        PIC X(30).
             02 FILLER            PIC X(18) VALUE SPACES.
         01 NOTIFY-NONE-LINE.
             02 FILLER            PIC X(27) VALUE
                                   'NO PASSENGERS TO NOTIFY.   '.
             02 FILLER            PIC X(73) VALUE SPACES.
         01 SUMMARY-LINE-1.
             02 FILLER            PIC X(20) VALUE 'DISRUPTIONS READ : '.
             02 SUM-READ-P        PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-2.
             02 FILLER            PIC X(20) VALUE 'DISRUPTIONS REJ  : '.
             02 SUM-REJECT-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-3.
             02 FILLER            PIC X(20) VALUE 'BOOKINGS SETTLED : '.
             02 SUM-SETTLED-P     PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-4.
             02 FILLER            PIC X(20) VALUE 'SEATS RELEASED   : '.
             02 SUM-SEATS-P       PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-5.
             02 FILLER            PIC X(20) VALUE 'WAITLIST DROPPED : '.
             02 SUM-WDROP-P       PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-6.
             02 FILLER            PIC X(20) VALUE 'WAITLIST KEPT    : '.
             02 SUM-WKEPT-P       PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-7.
             02 FILLER            PIC X(20) VALUE 'DATES WITHDRAWN  : '.
             02 SUM-DATES-P       PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-8.
             02 FILLER            PIC X(20) VALUE 'NO ALTERNATIVE   : '.
             02 SUM-NOALT-P       PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-9.
             02 FILLER            PIC X(20) VALUE 'UPDATE ERRORS    : '.
             02 SUM-ERRORS-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-10.
             02 FILLER            PIC X(20) VALUE 'REFUND TOTAL     : '.
             02 SUM-REFTOT-P      PIC ZZZ,ZZZ,ZZ9.99.
         01 SUMMARY-LINE-11.
             02 FILLER            PIC X(20) VALUE 'NO TRAVEL DATE   : '.
             02 SUM-NODATE-P      PIC Z,ZZZ,ZZ9.
         01 DISR-COUNTERS.
             02 READ-CT        PIC 9(7) COMP VALUE ZERO.
             02 REJECT-CT      PIC 9(7) COMP VALUE ZERO.
             02 SETTLED-CT     PIC 9(7) COMP VALUE ZERO.
             02 SEATS-CT       PIC 9(7) COMP VALUE ZERO.
             02 WDROP-CT       PIC 9(7) COMP VALUE ZERO.
             02 WKEPT-CT       PIC 9(7) COMP VALUE ZERO.
             02 DATES-CT       PIC 9(7) COMP VALUE ZERO.
             02 NOALT-CT       PIC 9(7) COMP VALUE ZERO.
             02 UPDERR-CT      PIC 9(7) COMP VALUE ZERO.
             02 NOTIFY-CT      PIC 9(7) COMP VALUE ZERO.
             02 NODATE-CT      PIC 9(7) COMP VALUE ZERO.
         01 REFUND-TOTAL       PIC 9(11)V99 VALUE ZERO.
         01 REFUND-AMT         PIC 9(8)V99 VALUE ZERO.
         01 BOOKED-DELTA-TOT   PIC S9(7) COMP VALUE ZERO.
         01 DISR-TABLE.
             02 DT-ENTRY OCCURS 500 TIMES.
                03 DT-TRAIN       PIC X(6).
                03 DT-FROM        PIC 9(8).
                03 DT-TO          PIC 9(8).
                03 DT-REASON      PIC X(30).
         01 DT-COUNT           PIC 9(4) COMP VALUE ZERO.
         01 DT-SUB             PIC 9(4) COMP VALUE ZERO.
         01 HIT-SUB            PIC 9(4) COMP VALUE ZERO.
         01 HIT-REASON         PIC X(30) VALUE SPACES.
         01 MASTER-TABLE.
             02 MT-ENTRY OCCURS 30000 TIMES.
                03 MT-NUMBER      PIC X(6).
                03 MT-DEP-STN     PIC X(10).
                03 MT-DEP-TIME    PIC X(5).
                03 MT-ARR-STN     PIC X(10).
                03 MT-SEAT-CAP    PIC 9(5).
                03 MT-DEP-MINS    PIC 9(4) COMP.
         01 MT-COUNT           PIC 9(5) COMP VALUE ZERO.
         01 MT-SUB             PIC 9(5) COMP VALUE ZERO.
         01 ORIG-SUB           PIC 9(5) COMP VALUE ZERO.
         01 BEST-SUB           PIC 9(5) COMP VALUE ZERO.
         01 BEST-DIFF          PIC 9(4) COMP VALUE ZERO.
         01 THIS-DIFF          PIC 9(4) COMP VALUE ZERO.
         01 ALT-REQUEST.
             02 ALT-FOR-TRAIN  PIC X(6).
             02 ALT-FOR-CLASS  PIC X.
             02 ALT-FOR-DATE   PIC 9(8).
             02 ALT-FOR-QTY    PIC 9(5).
         01 ALT-SEAT-CAP       PIC 9(5) VALUE ZERO.
         01 ALT-BOOKED         PIC 9(5) VALUE ZERO.
         01 ALT-ROOM-SW          PIC X.
            88 ALT-HAS-ROOM               VALUE 'Y'.
            88 ALT-NO-ROOM                VALUE 'N'.
         01 SETTLE-SW            PIC X.
            88 SETTLE-OK                  VALUE 'Y'.
            88 SETTLE-FAILED              VALUE 'N'.
         01 TRAVEL-DATE-SW       PIC X.
            88 TRAVEL-DATED               VALUE 'Y'.
            88 TRAVEL-UNDATED             VALUE 'N'.
         01 CHECK-TRAIN        PIC X(6).
         01 CHECK-DATE         PIC 9(8).
         01 DISRUPTED-SW         PIC X.
            88 DATE-DISRUPTED             VALUE 'Y'.
            88 DATE-NOT-DISRUPTED         VALUE 'N'.
         01 FROM-INT           PIC S9(8) COMP VALUE ZERO.
         01 TO-INT             PIC S9(8) COMP VALUE ZERO.
         01 DAY-INT            PIC S9(8) COMP VALUE ZERO.
         01 DATE-INT           PIC S9(8) COMP VALUE ZERO.
         01 MARK-DATE          PIC 9(8) VALUE ZERO.
         01 CHECK-DOW          PIC 9 VALUE ZERO.
         01 RUNS-ON-DATE-SW      PIC X.
            88 RUNS-ON-DATE               VALUE 'Y'.
            88 NOT-RUNNING-ON-DATE        VALUE 'N'.
         01 TIME-IN            PIC X(5).
         01 TIME-MINS          PIC 9(4) COMP VALUE ZERO.
         01 TIME-HH            PIC 99.
         01 TIME-MM            PIC 99.
         01 REJECT-REASON-HOLD PIC X(30) VALUE SPACES.
         01 RUN-STAMP.
             02 RUN-DATE          PIC 9(8).
             02 RUN-TIME          PIC 9(6).
         01 BEFORE-IMAGE-HOLD    PIC X(100).
         01 WAIT-HOLD.
             02 WH-TRAIN-NUMBER   PIC X(6).
             02 WH-QTY            PIC 9(5).
             02 WH-CLASS-CODE     PIC X.
             02 WH-BOOK-REF       PIC X(8).
             02 WH-PARTY          PIC X(20).
             02 WH-TRAVEL-DATE    PIC 9(8).
             02 FILLER            PIC X(52).
         01 EOF1-SWITCH          PIC X.
            88 EOF1                       VALUE '1'.
            88 NOT-EOF1                   VALUE '0'.
         01 EOF3-SWITCH          PIC X.
            88 EOF3                       VALUE '1'.
            88 NOT-EOF3                   VALUE '0'.
         01 REG-EOF-SW           PIC X.
            88 REG-EOF                    VALUE '1'.
            88 NOT-REG-EOF                VALUE '0'.
         01 WAIT-EOF-SW          PIC X.
            88 WAIT-EOF                   VALUE '1'.
            88 NOT-WAIT-EOF               VALUE '0'.
         01 RECORD-FOUND         PIC X.
            88 NOT-FOUND                  VALUE 'N'.
            88 FOUND                      VALUE 'Y'.
         01 CLASS-FOUND          PIC X.
            88 CLASS-NOT-ON-FILE          VALUE 'N'.
            88 CLASS-ON-FILE              VALUE 'Y'.
         01 INV-FOUND            PIC X.
            88 INV-NOT-ON-FILE            VALUE 'N'.
            88 INV-ON-FILE                VALUE 'Y'.
         01 CAL-OPEN-SW          PIC X VALUE 'N'.
            88 CAL-OPEN                   VALUE 'Y'.
            88 CAL-NOT-OPEN               VALUE 'N'.
         01 WAIT-OPEN-SW         PIC X VALUE 'N'.
            88 WAIT-OPEN                  VALUE 'Y'.
            88 WAIT-NOT-OPEN              VALUE 'N'.
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
         01 PGM-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM INITIALIZATION.
             PERFORM WRITE-HEADER.
             PERFORM LOAD-MASTER-TABLE.
             PERFORM READ-DISRUPTION THRU READ-DISRUPTION-EXIT
                 UNTIL EOF1.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM NOTIFY-HDR-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM NOTIFY-COL-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
             IF DT-COUNT > ZERO
                 PERFORM SCAN-REGISTER
                 PERFORM MARK-WITHDRAWN-DATES
                     VARYING DT-SUB FROM 1 BY 1
                     UNTIL DT-SUB > DT-COUNT
             END-IF.
             PERFORM COPY-WAITLIST.
             IF NOTIFY-CT = ZERO
                 WRITE RPT-LINE FROM NOTIFY-NONE-LINE
             END-IF.
             PERFORM FINALIZATION.
             STOP RUN.
         LOAD-MASTER-TABLE.
             IF FS3 NOT = ZERO
                 SET EOF3 TO TRUE
             ELSE
                 SET NOT-EOF3 TO TRUE
             END-IF.
             PERFORM LOAD-ONE-MASTER UNTIL EOF3.
         LOAD-ONE-MASTER.
             READ MASTERFILE NEXT RECORD
                 AT END SET EOF3 TO TRUE
             END-READ.
             IF NOT-EOF3 AND MT-COUNT < 30000
                 ADD 1 TO MT-COUNT
                 MOVE TRAIN-NUMBER TO MT-NUMBER(MT-COUNT)
                 MOVE TRAIN-DEP-STN TO MT-DEP-STN(MT-COUNT)
                 MOVE TRAIN-DEP-TIME TO MT-DEP-TIME(MT-COUNT)
                 MOVE TRAIN-ARR-STN TO MT-ARR-STN(MT-COUNT)
                 MOVE TRAIN-SEAT-CAP TO MT-SEAT-CAP(MT-COUNT)
                 MOVE TRAIN-DEP-TIME TO TIME-IN
                 PERFORM CONVERT-TIME
                 MOVE TIME-MINS TO MT-DEP-MINS(MT-COUNT)
             END-IF.
         CONVERT-TIME.
             MOVE ZERO TO TIME-MINS.
             IF TIME-IN(1:4) IS NUMERIC
                 MOVE TIME-IN(1:2) TO TIME-HH
                 MOVE TIME-IN(3:2) TO TIME-MM
                 IF TIME-HH < 24 AND TIME-MM < 60
                     COMPUTE TIME-MINS = TIME-HH * 60 + TIME-MM
                 END-IF
             END-IF.
         READ-DISRUPTION.
             READ DISRFILE
                 AT END SET EOF1 TO TRUE
             END-READ.
             IF (FS1 = 10) GO TO READ-DISRUPTION-EXIT.
             ADD 1 TO READ-CT.
             MOVE DISR-TRAIN-NUMBER TO DSD-NUM-P.
             MOVE DISR-FROM-DATE TO DSD-FROM-P.
             MOVE DISR-TO-DATE TO DSD-TO-P.
             MOVE DISR-REASON TO DSD-REASON-P.
             PERFORM CHECK-DISRUPTION.
             IF REJECT-REASON-HOLD NOT = SPACES
                 MOVE REJECT-REASON-HOLD TO DSD-DISP-P
                 ADD 1 TO REJECT-CT
                 MOVE 4 TO PGM-RETURN-CODE
                 WRITE RPT-LINE FROM DISR-DETAIL-LINE
                 GO TO READ-DISRUPTION-EXIT
             END-IF.
             IF DT-COUNT NOT < 500
                 MOVE 'REJECTED - TOO MANY IN ONE RUN' TO DSD-DISP-P
                 ADD 1 TO REJECT-CT
                 MOVE 4 TO PGM-RETURN-CODE
                 WRITE RPT-LINE FROM DISR-DETAIL-LINE
                 GO TO READ-DISRUPTION-EXIT
             END-IF.
             ADD 1 TO DT-COUNT.
             MOVE DISR-TRAIN-NUMBER TO DT-TRAIN(DT-COUNT).
             MOVE DISR-FROM-DATE TO DT-FROM(DT-COUNT).
             MOVE DISR-TO-DATE TO DT-TO(DT-COUNT).
             MOVE DISR-REASON TO DT-REASON(DT-COUNT).
             MOVE 'ACCEPTED - SERVICE WITHDRAWN' TO DSD-DISP-P.
             WRITE RPT-LINE FROM DISR-DETAIL-LINE.
         READ-DISRUPTION-EXIT.
             EXIT.
         CHECK-DISRUPTION.
             MOVE SPACES TO REJECT-REASON-HOLD.
             IF DISR-FROM-DATE IS NOT NUMERIC
                OR DISR-TO-DATE IS NOT NUMERIC
                 MOVE 'REJECTED - INVALID DATE RANGE' TO
                       REJECT-REASON-HOLD
             ELSE
                 COMPUTE FROM-INT =
                         FUNCTION INTEGER-OF-DATE(DISR-FROM-DATE)
                 COMPUTE TO-INT =
                         FUNCTION INTEGER-OF-DATE(DISR-TO-DATE)
                 IF FROM-INT NOT > ZERO OR TO-INT NOT > ZERO
                    OR TO-INT < FROM-INT
                     MOVE 'REJECTED - INVALID DATE RANGE' TO
                           REJECT-REASON-HOLD
                 END-IF
             END-IF.
             IF REJECT-REASON-HOLD = SPACES
                AND DISR-FROM-DATE < RUN-DATE
                 MOVE 'REJECTED - DATE ALREADY PASSED' TO
                       REJECT-REASON-HOLD
             END-IF.
             IF REJECT-REASON-HOLD = SPACES
                 MOVE DISR-TRAIN-NUMBER TO TRAIN-NUMBER
                 READ MASTERFILE KEY IS TRAIN-NUMBER
                      INVALID KEY SET NOT-FOUND TO TRUE
                      NOT INVALID KEY SET FOUND TO TRUE
                 END-READ
                 IF NOT-FOUND
                     MOVE 'REJECTED - TRAIN NOT FOUND' TO
                           REJECT-REASON-HOLD
                 END-IF
             END-IF.
         SCAN-REGISTER.
             SET NOT-REG-EOF TO TRUE.
             MOVE LOW-VALUES TO BRG-BOOK-REF.
             START BOOKREG KEY NOT < BRG-BOOK-REF
                 INVALID KEY SET REG-EOF TO TRUE
             END-START.
             PERFORM SCAN-ONE-ENTRY UNTIL REG-EOF.
         SCAN-ONE-ENTRY.
             READ BOOKREG NEXT RECORD
                 AT END SET REG-EOF TO TRUE
             END-READ.
             IF NOT-REG-EOF
                 PERFORM CHECK-TRAVEL-DATE
             END-IF.
             IF NOT-REG-EOF AND BRG-OPEN AND TRAVEL-UNDATED
                 MOVE BRG-TRAIN-NUMBER TO CHECK-TRAIN
                 PERFORM CHECK-TRAIN-DISRUPTED
                 IF DATE-DISRUPTED
                     PERFORM LIST-UNDATED-ENTRY
                 END-IF
             END-IF.
             IF NOT-REG-EOF AND BRG-OPEN AND TRAVEL-DATED
                 MOVE BRG-TRAIN-NUMBER TO CHECK-TRAIN
                 MOVE BRG-TRAVEL-DATE TO CHECK-DATE
                 PERFORM CHECK-DISRUPTED
                 IF DATE-DISRUPTED AND BRG-QTY > ZERO
                     PERFORM SETTLE-BOOKING THRU SETTLE-BOOKING-EXIT
                 END-IF
                 IF DATE-DISRUPTED AND BRG-QTY = ZERO
                     PERFORM SETTLE-REGISTER-ENTRY
                 END-IF
             END-IF.
         CHECK-TRAVEL-DATE.
             SET TRAVEL-UNDATED TO TRUE.
             IF BRG-TRAVEL-DATE IS NUMERIC
                 IF BRG-TRAVEL-DATE > ZERO
                     SET TRAVEL-DATED TO TRUE
                 END-IF
             END-IF.
         CHECK-DISRUPTED.
             SET DATE-NOT-DISRUPTED TO TRUE.
             PERFORM TEST-ONE-DISRUPTION
                 VARYING DT-SUB FROM 1 BY 1
                 UNTIL DT-SUB > DT-COUNT OR DATE-DISRUPTED.
         TEST-ONE-DISRUPTION.
             IF DT-TRAIN(DT-SUB) = CHECK-TRAIN
                AND CHECK-DATE NOT < DT-FROM(DT-SUB)
                AND CHECK-DATE NOT > DT-TO(DT-SUB)
                 SET DATE-DISRUPTED TO TRUE
                 MOVE DT-SUB TO HIT-SUB
             END-IF.
         CHECK-TRAIN-DISRUPTED.
             SET DATE-NOT-DISRUPTED TO TRUE.
             PERFORM TEST-ONE-TRAIN
                 VARYING DT-SUB FROM 1 BY 1
                 UNTIL DT-SUB > DT-COUNT OR DATE-DISRUPTED.
         TEST-ONE-TRAIN.
             IF DT-TRAIN(DT-SUB) = CHECK-TRAIN
                 SET DATE-DISRUPTED TO TRUE
             END-IF.
         LIST-UNDATED-ENTRY.
             ADD 1 TO NODATE-CT.
             IF PGM-RETURN-CODE < 4
                 MOVE 4 TO PGM-RETURN-CODE
             END-IF.
             MOVE BRG-TRAVEL-DATE TO UNS-DATE-P.
             MOVE 'NO TRAVEL DATE - NOT SETTLED' TO UNS-DISP-P.
             PERFORM WRITE-UNSETTLED.
         WRITE-UNSETTLED.
             MOVE BRG-PARTY TO UNS-PARTY-P.
             MOVE BRG-BOOK-REF TO UNS-REF-P.
             MOVE BRG-TRAIN-NUMBER TO UNS-NUM-P.
             IF BRG-QTY IS NUMERIC
                 MOVE BRG-QTY TO UNS-QTY-P
             ELSE
                 MOVE ZERO TO UNS-QTY-P
             END-IF.
             WRITE RPT-LINE FROM UNSETTLED-LINE.
         SETTLE-BOOKING.
             SET SETTLE-OK TO TRUE.
             IF BRG-CLASS-CODE = SPACES
                 PERFORM RELEASE-MASTER-SEATS
             ELSE
                 PERFORM RELEASE-CLASS-SEATS
             END-IF.
             PERFORM RELEASE-INVENTORY-SEATS.
             IF SETTLE-OK
                 ADD BRG-QTY TO SEATS-CT
                 COMPUTE REFUND-AMT = BRG-QTY * BRG-FARE
                 PERFORM WRITE-REFUND
             END-IF.
             IF SETTLE-FAILED
                 MOVE BRG-TRAVEL-DATE TO UNS-DATE-P
                 MOVE 'UPDATE ERROR - NOT SETTLED' TO UNS-DISP-P
                 PERFORM WRITE-UNSETTLED
                 GO TO SETTLE-BOOKING-EXIT
             END-IF.
             PERFORM SETTLE-REGISTER-ENTRY.
             MOVE BRG-TRAIN-NUMBER TO ALT-FOR-TRAIN.
             MOVE BRG-CLASS-CODE TO ALT-FOR-CLASS.
             MOVE BRG-TRAVEL-DATE TO ALT-FOR-DATE.
             MOVE BRG-QTY TO ALT-FOR-QTY.
             MOVE DT-REASON(HIT-SUB) TO HIT-REASON.
             PERFORM FIND-ALTERNATIVE THRU FIND-ALTERNATIVE-EXIT.
             MOVE BRG-PARTY TO NTD-PARTY-P.
             MOVE BRG-BOOK-REF TO NTD-REF-P.
             MOVE BRG-TRAIN-NUMBER TO NTD-NUM-P.
             MOVE BRG-TRAVEL-DATE TO NTD-DATE-P.
             MOVE BRG-QTY TO NTD-QTY-P.
             MOVE REFUND-AMT TO NTD-REFUND-P.
             PERFORM WRITE-NOTIFICATION.
         SETTLE-BOOKING-EXIT.
             EXIT.
         SETTLE-REGISTER-ENTRY.
             SET BRG-SETTLED TO TRUE.
             IF BRG-JRNL-QTY IS NUMERIC
                AND BRG-JRNL-QTY < BRG-QTY
                 SET BRG-SETTLED-UNPOSTED TO TRUE
             END-IF.
             MOVE RUN-DATE TO BRG-CLOSE-DATE.
             REWRITE BOOK-REG-REC.
             IF FS5 = ZERO
                 ADD 1 TO SETTLED-CT
             ELSE
                 DISPLAY 'ERROR'
                 ADD 1 TO UPDERR-CT
                 MOVE 4 TO PGM-RETURN-CODE
             END-IF.
         RELEASE-MASTER-SEATS.
             MOVE BRG-TRAIN-NUMBER TO TRAIN-NUMBER.
             READ MASTERFILE KEY IS TRAIN-NUMBER
                  INVALID KEY SET NOT-FOUND TO TRUE
                  NOT INVALID KEY SET FOUND TO TRUE
             END-READ.
             IF NOT-FOUND
                 DISPLAY 'ERROR'
                 ADD 1 TO UPDERR-CT
                 SET SETTLE-FAILED TO TRUE
                 MOVE 4 TO PGM-RETURN-CODE
             ELSE
                 MOVE MASTER-REC TO BEFORE-IMAGE-HOLD
                 IF BRG-QTY > TRAIN-BOOKED
                     SUBTRACT TRAIN-BOOKED FROM BOOKED-DELTA-TOT
                     MOVE ZERO TO TRAIN-BOOKED
                 ELSE
                     SUBTRACT BRG-QTY FROM BOOKED-DELTA-TOT
                     SUBTRACT BRG-QTY FROM TRAIN-BOOKED
                 END-IF
                 REWRITE MASTER-REC
                 IF FS3 = ZERO
                     PERFORM WRITE-AUDIT
                 ELSE
                     DISPLAY 'ERROR'
                     ADD 1 TO UPDERR-CT
                     SET SETTLE-FAILED TO TRUE
                     MOVE 4 TO PGM-RETURN-CODE
                 END-IF
             END-IF.
         RELEASE-CLASS-SEATS.
             MOVE BRG-TRAIN-NUMBER TO CLS-TRAIN-NUMBER.
             MOVE BRG-CLASS-CODE TO CLS-CLASS-CODE.
             READ CLASSFILE KEY IS CLS-CLASS-KEY
                  INVALID KEY SET CLASS-NOT-ON-FILE TO TRUE
                  NOT INVALID KEY SET CLASS-ON-FILE TO TRUE
             END-READ.
             IF CLASS-NOT-ON-FILE
                 DISPLAY 'ERROR'
                 ADD 1 TO UPDERR-CT
                 SET SETTLE-FAILED TO TRUE
                 MOVE 4 TO PGM-RETURN-CODE
             ELSE
                 MOVE SPACES TO BEFORE-IMAGE-HOLD
                 MOVE CLASS-REC TO BEFORE-IMAGE-HOLD
                 IF BRG-QTY > CLS-BOOKED
                     MOVE ZERO TO CLS-BOOKED
                 ELSE
                     SUBTRACT BRG-QTY FROM CLS-BOOKED
                 END-IF
                 REWRITE CLASS-REC
                 IF FS4 = ZERO
                     PERFORM WRITE-CLASS-AUDIT
                 ELSE
                     DISPLAY 'ERROR'
                     ADD 1 TO UPDERR-CT
                     SET SETTLE-FAILED TO TRUE
                     MOVE 4 TO PGM-RETURN-CODE
                 END-IF
             END-IF.
         RELEASE-INVENTORY-SEATS.
             MOVE BRG-TRAIN-NUMBER TO INV-TRAIN-NUMBER.
             MOVE BRG-CLASS-CODE TO INV-CLASS-CODE.
             MOVE BRG-TRAVEL-DATE TO INV-TRAVEL-DATE.
             READ SEATINV KEY IS INV-KEY
                  INVALID KEY SET INV-NOT-ON-FILE TO TRUE
                  NOT INVALID KEY SET INV-ON-FILE TO TRUE
             END-READ.
             IF INV-ON-FILE
                 IF BRG-QTY > INV-BOOKED
                     MOVE ZERO TO INV-BOOKED
                 ELSE
                     SUBTRACT BRG-QTY FROM INV-BOOKED
                 END-IF
                 REWRITE SEAT-INV-REC
                 IF FS6 NOT = ZERO
                     DISPLAY 'ERROR'
                     ADD 1 TO UPDERR-CT
                     SET SETTLE-FAILED TO TRUE
                     MOVE 4 TO PGM-RETURN-CODE
                 END-IF
             END-IF.
         WRITE-REFUND.
             MOVE SPACES TO REFUND-PAY-REC.
             MOVE BRG-TRAIN-NUMBER TO REF-TRAIN-NUMBER.
             MOVE BRG-TRAVEL-DATE TO REF-TRAVEL-DATE.
             MOVE REFUND-AMT TO REF-PAID-AMT.
             MOVE ZERO TO REF-FARE-DUE.
             MOVE REFUND-AMT TO REF-REFUND-AMT.
             WRITE REFUND-PAY-REC.
             IF FS10 = ZERO
                 ADD REFUND-AMT TO REFUND-TOTAL
             ELSE
                 DISPLAY 'ERROR'
                 ADD 1 TO UPDERR-CT
                 SET SETTLE-FAILED TO TRUE
                 MOVE 8 TO PGM-RETURN-CODE
             END-IF.
         FIND-ALTERNATIVE.
             MOVE ZERO TO ORIG-SUB.
             MOVE ZERO TO BEST-SUB.
             MOVE 9999 TO BEST-DIFF.
             PERFORM FIND-ORIGIN-ENTRY
                 VARYING MT-SUB FROM 1 BY 1
                 UNTIL MT-SUB > MT-COUNT OR ORIG-SUB > ZERO.
             IF ORIG-SUB = ZERO
                 GO TO FIND-ALTERNATIVE-EXIT
             END-IF.
             COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(ALT-FOR-DATE).
             IF DATE-INT NOT > ZERO
                 GO TO FIND-ALTERNATIVE-EXIT
             END-IF.
             COMPUTE CHECK-DOW = FUNCTION MOD(DATE-INT - 1, 7) + 1.
             PERFORM TRY-ALTERNATIVE THRU TRY-ALTERNATIVE-EXIT
                 VARYING MT-SUB FROM 1 BY 1
                 UNTIL MT-SUB > MT-COUNT.
         FIND-ALTERNATIVE-EXIT.
             EXIT.
         FIND-ORIGIN-ENTRY.
             IF MT-NUMBER(MT-SUB) = ALT-FOR-TRAIN
                 MOVE MT-SUB TO ORIG-SUB
             END-IF.
         TRY-ALTERNATIVE.
             IF MT-NUMBER(MT-SUB) = ALT-FOR-TRAIN
                OR MT-DEP-STN(MT-SUB) NOT = MT-DEP-STN(ORIG-SUB)
                OR MT-ARR-STN(MT-SUB) NOT = MT-ARR-STN(ORIG-SUB)
                 GO TO TRY-ALTERNATIVE-EXIT
             END-IF.
             IF MT-DEP-MINS(MT-SUB) > MT-DEP-MINS(ORIG-SUB)
                 COMPUTE THIS-DIFF =
                         MT-DEP-MINS(MT-SUB) - MT-DEP-MINS(ORIG-SUB)
             ELSE
                 COMPUTE THIS-DIFF =
                         MT-DEP-MINS(ORIG-SUB) - MT-DEP-MINS(MT-SUB)
             END-IF.
             IF THIS-DIFF NOT < BEST-DIFF
                 GO TO TRY-ALTERNATIVE-EXIT
             END-IF.
             MOVE MT-NUMBER(MT-SUB) TO CHECK-TRAIN.
             MOVE ALT-FOR-DATE TO CHECK-DATE.
             PERFORM CHECK-DISRUPTED.
             IF DATE-DISRUPTED
                 GO TO TRY-ALTERNATIVE-EXIT
             END-IF.
             PERFORM CHECK-RUNS-ON-DATE.
             IF NOT-RUNNING-ON-DATE
                 GO TO TRY-ALTERNATIVE-EXIT
             END-IF.
             PERFORM CHECK-ALT-SEATS.
             IF ALT-NO-ROOM
                 GO TO TRY-ALTERNATIVE-EXIT
             END-IF.
             MOVE MT-SUB TO BEST-SUB.
             MOVE THIS-DIFF TO BEST-DIFF.
         TRY-ALTERNATIVE-EXIT.
             EXIT.
         CHECK-RUNS-ON-DATE.
             SET RUNS-ON-DATE TO TRUE.
             IF CAL-OPEN
                 MOVE CHECK-TRAIN TO CAL-TRAIN-NUMBER
                 READ CALFILE KEY IS CAL-TRAIN-NUMBER
                      INVALID KEY CONTINUE
                      NOT INVALID KEY PERFORM TEST-CALENDAR
                 END-READ
             END-IF.
         TEST-CALENDAR.
             IF CAL-RUN-DAYS(CHECK-DOW:1) NOT = 'Y'
                 SET NOT-RUNNING-ON-DATE TO TRUE
             END-IF.
             IF CAL-START-DATE IS NUMERIC AND CAL-START-DATE > ZERO
                AND CHECK-DATE < CAL-START-DATE
                 SET NOT-RUNNING-ON-DATE TO TRUE
             END-IF.
             IF CAL-END-DATE IS NUMERIC AND CAL-END-DATE > ZERO
                AND CHECK-DATE > CAL-END-DATE
                 SET NOT-RUNNING-ON-DATE TO TRUE
             END-IF.
         CHECK-ALT-SEATS.
             SET ALT-HAS-ROOM TO TRUE.
             MOVE ZERO TO ALT-BOOKED.
             MOVE MT-NUMBER(MT-SUB) TO INV-TRAIN-NUMBER.
             MOVE SPACE TO INV-CLASS-CODE.
             MOVE ALT-FOR-DATE TO INV-TRAVEL-DATE.
             READ SEATINV KEY IS INV-KEY
                  INVALID KEY SET INV-NOT-ON-FILE TO TRUE
                  NOT INVALID KEY SET INV-ON-FILE TO TRUE
             END-READ.
             IF INV-ON-FILE
                 IF INV-WITHDRAWN
                     SET ALT-NO-ROOM TO TRUE
                 ELSE
                     MOVE INV-BOOKED TO ALT-BOOKED
                 END-IF
             END-IF.
             IF ALT-FOR-CLASS = SPACES
                 MOVE MT-SEAT-CAP(MT-SUB) TO ALT-SEAT-CAP
             ELSE
                 PERFORM READ-ALT-CLASS
             END-IF.
             IF ALT-HAS-ROOM
                AND ALT-SEAT-CAP < ALT-BOOKED + ALT-FOR-QTY
                 SET ALT-NO-ROOM TO TRUE
             END-IF.
         READ-ALT-CLASS.
             MOVE ZERO TO ALT-SEAT-CAP.
             MOVE MT-NUMBER(MT-SUB) TO CLS-TRAIN-NUMBER.
             MOVE ALT-FOR-CLASS TO CLS-CLASS-CODE.
             READ CLASSFILE KEY IS CLS-CLASS-KEY
                  INVALID KEY SET CLASS-NOT-ON-FILE TO TRUE
                  NOT INVALID KEY SET CLASS-ON-FILE TO TRUE
             END-READ.
             IF CLASS-NOT-ON-FILE
                 SET ALT-NO-ROOM TO TRUE
             ELSE
                 MOVE CLS-SEAT-CAP TO ALT-SEAT-CAP
                 MOVE ZERO TO ALT-BOOKED
                 MOVE ALT-FOR-CLASS TO INV-CLASS-CODE
                 READ SEATINV KEY IS INV-KEY
                      INVALID KEY CONTINUE
                      NOT INVALID KEY MOVE INV-BOOKED TO ALT-BOOKED
                 END-READ
             END-IF.
         WRITE-NOTIFICATION.
             IF BEST-SUB = ZERO
                 MOVE 'NONE  ' TO NTD-ALT-NUM-P
                 MOVE SPACES TO NTD-ALT-DEP-P
                 ADD 1 TO NOALT-CT
             ELSE
                 MOVE MT-NUMBER(BEST-SUB) TO NTD-ALT-NUM-P
                 MOVE MT-DEP-TIME(BEST-SUB) TO NTD-ALT-DEP-P
             END-IF.
             MOVE HIT-REASON TO NTD-REASON-P.
             WRITE RPT-LINE FROM NOTIFY-DETAIL-LINE.
             ADD 1 TO NOTIFY-CT.
         MARK-WITHDRAWN-DATES.
             COMPUTE FROM-INT =
                     FUNCTION INTEGER-OF-DATE(DT-FROM(DT-SUB)).
             COMPUTE TO-INT =
                     FUNCTION INTEGER-OF-DATE(DT-TO(DT-SUB)).
             PERFORM MARK-ONE-DATE
                 VARYING DAY-INT FROM FROM-INT BY 1
                 UNTIL DAY-INT > TO-INT.
         MARK-ONE-DATE.
             COMPUTE MARK-DATE = FUNCTION DATE-OF-INTEGER(DAY-INT).
             MOVE DT-TRAIN(DT-SUB) TO INV-TRAIN-NUMBER.
             MOVE SPACE TO INV-CLASS-CODE.
             MOVE MARK-DATE TO INV-TRAVEL-DATE.
             READ SEATINV KEY IS INV-KEY
                  INVALID KEY SET INV-NOT-ON-FILE TO TRUE
                  NOT INVALID KEY SET INV-ON-FILE TO TRUE
             END-READ.
             IF INV-ON-FILE
                 SET INV-WITHDRAWN TO TRUE
                 REWRITE SEAT-INV-REC
             ELSE
                 MOVE SPACES TO SEAT-INV-REC
                 MOVE DT-TRAIN(DT-SUB) TO INV-TRAIN-NUMBER
                 MOVE SPACE TO INV-CLASS-CODE
                 MOVE MARK-DATE TO INV-TRAVEL-DATE
                 MOVE ZERO TO INV-SEAT-CAP
                 MOVE ZERO TO INV-BOOKED
                 SET INV-WITHDRAWN TO TRUE
                 WRITE SEAT-INV-REC
             END-IF.
             IF FS6 = ZERO
                 ADD 1 TO DATES-CT
             ELSE
                 DISPLAY 'ERROR'
                 ADD 1 TO UPDERR-CT
                 MOVE 4 TO PGM-RETURN-CODE
             END-IF.
         COPY-WAITLIST.
             IF WAIT-OPEN
                 SET NOT-WAIT-EOF TO TRUE
                 PERFORM COPY-ONE-WAIT UNTIL WAIT-EOF
             END-IF.
         COPY-ONE-WAIT.
             READ WAITINFILE INTO WAIT-HOLD
                 AT END SET WAIT-EOF TO TRUE
             END-READ.
             IF NOT-WAIT-EOF
                 SET DATE-NOT-DISRUPTED TO TRUE
                 IF WH-TRAVEL-DATE IS NUMERIC AND DT-COUNT > ZERO
                     MOVE WH-TRAIN-NUMBER TO CHECK-TRAIN
                     MOVE WH-TRAVEL-DATE TO CHECK-DATE
                     PERFORM CHECK-DISRUPTED
                 END-IF
                 IF DATE-DISRUPTED
                     PERFORM DROP-WAITING-PARTY
                 ELSE
                     MOVE WAIT-HOLD TO WAIT-REC
                     WRITE WAIT-REC
                     ADD 1 TO WKEPT-CT
                 END-IF
             END-IF.
         DROP-WAITING-PARTY.
             ADD 1 TO WDROP-CT.
             MOVE WH-TRAIN-NUMBER TO ALT-FOR-TRAIN.
             MOVE WH-CLASS-CODE TO ALT-FOR-CLASS.
             MOVE WH-TRAVEL-DATE TO ALT-FOR-DATE.
             IF WH-QTY IS NUMERIC
                 MOVE WH-QTY TO ALT-FOR-QTY
             ELSE
                 MOVE ZERO TO ALT-FOR-QTY
             END-IF.
             MOVE DT-REASON(HIT-SUB) TO HIT-REASON.
             PERFORM FIND-ALTERNATIVE THRU FIND-ALTERNATIVE-EXIT.
             MOVE WH-PARTY TO NTD-PARTY-P.
             MOVE WH-BOOK-REF TO NTD-REF-P.
             MOVE WH-TRAIN-NUMBER TO NTD-NUM-P.
             MOVE WH-TRAVEL-DATE TO NTD-DATE-P.
             MOVE ALT-FOR-QTY TO NTD-QTY-P.
             MOVE ' WAITLISTED' TO NTD-REFUND-X.
             PERFORM WRITE-NOTIFICATION.
         WRITE-CLASS-AUDIT.
             MOVE 'DISRUPT ' TO AUD-PROGRAM.
             MOVE 'DISRCLS ' TO AUD-ACTION.
             MOVE 'X' TO AUD-TRAN-CODE.
             MOVE RUN-DATE TO AUD-DATE.
             MOVE RUN-TIME TO AUD-TIME.
             MOVE BRG-TRAIN-NUMBER TO AUD-TRAIN-NUMBER.
             MOVE BEFORE-IMAGE-HOLD TO AUD-BEFORE-IMAGE.
             MOVE SPACES TO AUD-AFTER-IMAGE.
             MOVE CLASS-REC TO AUD-AFTER-IMAGE.
             WRITE AUDIT-REC.
         WRITE-AUDIT.
             MOVE 'DISRUPT ' TO AUD-PROGRAM.
             MOVE 'DISRUPT ' TO AUD-ACTION.
             MOVE 'X' TO AUD-TRAN-CODE.
             MOVE RUN-DATE TO AUD-DATE.
             MOVE RUN-TIME TO AUD-TIME.
             MOVE TRAIN-NUMBER TO AUD-TRAIN-NUMBER.
             MOVE BEFORE-IMAGE-HOLD TO AUD-BEFORE-IMAGE.
             MOVE MASTER-REC TO AUD-AFTER-IMAGE.
             WRITE AUDIT-REC.
         WRITE-ACTIVITY.
             MOVE 'DISRUPT ' TO ACT-PROGRAM.
             MOVE RUN-DATE TO ACT-DATE.
             MOVE ZERO TO ACT-ADDED.
             MOVE ZERO TO ACT-RETIRED.
             MOVE ZERO TO ACT-FARE-DELTA.
             MOVE BOOKED-DELTA-TOT TO ACT-BOOKED-DELTA.
             WRITE ACTIVITY-REC.
         INITIALIZATION.
             MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
             OPEN INPUT DISRFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
                  MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             IF FS1 NOT = ZERO
                 SET EOF1 TO TRUE
             ELSE
                 SET NOT-EOF1 TO TRUE
             END-IF.
             OPEN OUTPUT DISRRPTFILE.
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN I-O MASTERFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
                  MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             OPEN I-O CLASSFILE.
             IF (FS4 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN I-O BOOKREG.
             IF (FS5 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
                  MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             OPEN I-O SEATINV.
             IF (FS6 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
                  MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             OPEN INPUT CALFILE.
             IF FS7 = ZERO
                 SET CAL-OPEN TO TRUE
             END-IF.
             OPEN INPUT WAITINFILE.
             IF FS8 = ZERO
                 SET WAIT-OPEN TO TRUE
             END-IF.
             OPEN OUTPUT WAITOUTFILE.
             IF (FS9 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
                  MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             OPEN OUTPUT REFPAYFILE.
             IF (FS10 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
                  MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             OPEN EXTEND AUDITFILE.
             IF (FS11 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN EXTEND ACTIVITYFILE.
             IF (FS12 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
         WRITE-HEADER.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM HDR-LINE-1.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM DISR-COL-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
         FINALIZATION.
             WRITE RPT-LINE FROM STAR-LINE.
             MOVE READ-CT TO SUM-READ-P.
             MOVE REJECT-CT TO SUM-REJECT-P.
             MOVE SETTLED-CT TO SUM-SETTLED-P.
             MOVE SEATS-CT TO SUM-SEATS-P.
             MOVE WDROP-CT TO SUM-WDROP-P.
             MOVE WKEPT-CT TO SUM-WKEPT-P.
             MOVE DATES-CT TO SUM-DATES-P.
             MOVE NOALT-CT TO SUM-NOALT-P.
             MOVE UPDERR-CT TO SUM-ERRORS-P.
             MOVE REFUND-TOTAL TO SUM-REFTOT-P.
             MOVE NODATE-CT TO SUM-NODATE-P.
             WRITE RPT-LINE FROM SUMMARY-LINE-1.
             WRITE RPT-LINE FROM SUMMARY-LINE-2.
             WRITE RPT-LINE FROM SUMMARY-LINE-3.
             WRITE RPT-LINE FROM SUMMARY-LINE-4.
             WRITE RPT-LINE FROM SUMMARY-LINE-5.
             WRITE RPT-LINE FROM SUMMARY-LINE-6.
             WRITE RPT-LINE FROM SUMMARY-LINE-7.
             WRITE RPT-LINE FROM SUMMARY-LINE-8.
             WRITE RPT-LINE FROM SUMMARY-LINE-9.
             WRITE RPT-LINE FROM SUMMARY-LINE-10.
             WRITE RPT-LINE FROM SUMMARY-LINE-11.
             WRITE RPT-LINE FROM STAR-LINE.
             CLOSE DISRFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE DISRRPTFILE.
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE MASTERFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE CLASSFILE.
             IF (FS4 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE BOOKREG.
             IF (FS5 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE SEATINV.
             IF (FS6 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF CAL-OPEN
                 CLOSE CALFILE
             END-IF.
             IF WAIT-OPEN
                 CLOSE WAITINFILE
             END-IF.
             CLOSE WAITOUTFILE.
             IF (FS9 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE REFPAYFILE.
             IF (FS10 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE AUDITFILE.
             IF (FS11 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             PERFORM WRITE-ACTIVITY.
             CLOSE ACTIVITYFILE.
             IF (FS12 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             MOVE PGM-RETURN-CODE TO RETURN-CODE.
             STOP RUN.
         END PROGRAM DISRUPT.
