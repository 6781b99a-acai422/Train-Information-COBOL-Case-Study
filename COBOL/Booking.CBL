                    ACCESS MODE IS RANDOM
                    RECORD KEY IS BRG-BOOK-REF
                    STATUS IS FS8.
             SELECT CALFILE ASSIGN CALFILE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CAL-TRAIN-NUMBER
                    STATUS IS FS9.
             SELECT SEATINV ASSIGN SEATINV
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS INV-KEY
                    STATUS IS FS10.
             SELECT STEPLOGFILE ASSIGN STEPLOG
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS11.
             SELECT SEGFILE ASSIGN SEGFARE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS SEG-KEY
                    STATUS IS FS12.
             SELECT STOPFILE ASSIGN STOPFILE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ST-STOP-KEY
                    STATUS IS FS13.
             SELECT ACKFILE ASSIGN WEBACKW
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS14.
         DATA DIVISION.
         FILE SECTION.
         FD  BOOKFILE RECORDING MODE IS F
             02 BOOK-CLASS-CODE   PIC X.
             02 BOOK-REF          PIC X(8).
             02 BOOK-PARTY        PIC X(20).
             02 BOOK-TRAVEL-DATE  PIC 9(8).
             02 BOOK-BOARD-STN    PIC X(10).
             02 BOOK-ALIGHT-STN   PIC X(10).
             02 BOOK-WEB-ID       PIC X(12).
             02 FILLER            PIC X(20) VALUE SPACES.
         FD  BOOKRPT RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-LINE             PIC X(100).
             COPY CLSREC.
         FD  BOOKREG.
             COPY BRGREC.
         FD  CALFILE.
             COPY CALREC.
         FD  SEATINV.
             COPY INVREC.
         FD  STEPLOGFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY STEPREC.
         FD  SEGFILE.
             COPY SEGREC.
         FD  STOPFILE.
             COPY STPREC.
         FD  ACKFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
             COPY WACKREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER PIC X(10) VALUE 'WAITLISTED'.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(30) VALUE 'DISPOSITION'.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(11) VALUE 'TRAVEL DATE'.
         01 BOOK-DETAIL-LINE.
             02 BKD-NUM-P         PIC X(6).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 BKD-WAIT-P        PIC ZZZZ9.
             02 FILLER            PIC X(7)  VALUE SPACES.
             02 BKD-DISP-P        PIC X(30).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 BKD-DATE-P        PIC X(8).
             02 FILLER            PIC X(16) VALUE SPACES.
         01 SUMMARY-LINE-1.
             02 FILLER            PIC X(20) VALUE 'BOOKINGS READ    : '.
             02 SUM-READ-P        PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-9.
             02 FILLER            PIC X(20) VALUE 'REGISTER ERRORS  : '.
             02 SUM-REGERR-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-10.
             02 FILLER            PIC X(20) VALUE 'INVENTORY ERRORS : '.
             02 SUM-INVERR-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-11.
             02 FILLER            PIC X(20) VALUE 'SEGMENT BOOKINGS : '.
             02 SUM-SEGMENT-P     PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-12.
             02 FILLER            PIC X(20) VALUE 'WEB ACKNOWLEDGED : '.
             02 SUM-WEBACK-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-13.
             02 FILLER            PIC X(20) VALUE 'BOOKED TOTAL FULL: '.
             02 SUM-TOTFULL-P     PIC Z,ZZZ,ZZ9.
         01 BOOK-COUNTERS.
             02 READ-CT        PIC 9(7) COMP VALUE ZERO.
             02 FULL-CT        PIC 9(7) COMP VALUE ZERO.
             02 SPILLED-CT     PIC 9(7) COMP VALUE ZERO.
             02 CLS-SOLD-CT    PIC 9(7) COMP VALUE ZERO.
             02 REGERR-CT      PIC 9(7) COMP VALUE ZERO.
             02 INVERR-CT      PIC 9(7) COMP VALUE ZERO.
             02 SEGMENT-CT     PIC 9(7) COMP VALUE ZERO.
             02 WEBACK-CT      PIC 9(7) COMP VALUE ZERO.
             02 TOTFULL-CT     PIC 9(7) COMP VALUE ZERO.
         01 RUN-STAMP.
             02 RUN-DATE          PIC 9(8).
             02 RUN-TIME          PIC 9(6).
            88 CLASS-NOT-ON-FILE          VALUE 'N'.
            88 CLASS-ON-FILE              VALUE 'Y'.
         01 REG-FARE-HOLD        PIC 9(8)V99 VALUE ZERO.
         01 FS9                  PIC XX.
         01 FS10                 PIC XX.
         01 FS11                 PIC XX.
         01 INV-FOUND            PIC X.
            88 INV-NOT-ON-FILE            VALUE 'N'.
            88 INV-ON-FILE                VALUE 'Y'.
         01 INV-CAP-HOLD         PIC 9(5) VALUE ZERO.
         01 TRAVEL-DOW           PIC 9 VALUE ZERO.
         01 DATE-INT             PIC S9(8) COMP VALUE ZERO.
         01 TRAVEL-DATE-SW       PIC X.
            88 TRAVEL-DATE-GOOD           VALUE 'Y'.
            88 TRAVEL-DATE-BAD            VALUE 'N'.
         01 RUNS-ON-DATE-SW      PIC X.
            88 RUNS-ON-DATE               VALUE 'Y'.
            88 NOT-RUNNING-ON-DATE        VALUE 'N'.
         01 WITHDRAWN-SW         PIC X.
            88 SERVICE-RUNNING            VALUE 'N'.
            88 SERVICE-WITHDRAWN          VALUE 'Y'.
         01 CAL-OPEN-SW          PIC X VALUE 'N'.
            88 CAL-OPEN                   VALUE 'Y'.
            88 CAL-NOT-OPEN               VALUE 'N'.
         01 FS12                 PIC XX.
         01 FS13                 PIC XX.
         01 FS14                 PIC XX.
         01 SEG-OPEN-SW          PIC X VALUE 'N'.
            88 SEG-OPEN                   VALUE 'Y'.
            88 SEG-NOT-OPEN               VALUE 'N'.
         01 STOPS-OPEN-SW        PIC X VALUE 'N'.
            88 STOPS-OPEN                 VALUE 'Y'.
            88 STOPS-NOT-OPEN             VALUE 'N'.
         01 STOPS-EOF-SW         PIC X.
            88 STOPS-EOF                  VALUE 'Y'.
            88 NOT-STOPS-EOF              VALUE 'N'.
         01 JOURNEY-SW           PIC X.
            88 FULL-JOURNEY               VALUE 'F'.
            88 SEGMENT-JOURNEY            VALUE 'S'.
            88 JOURNEY-BAD-ORDER          VALUE 'B'.
            88 JOURNEY-UNPRICED           VALUE 'U'.
         01 BOARD-HOLD           PIC X(10).
         01 ALIGHT-HOLD          PIC X(10).
         01 BOARD-POS            PIC 9(3) VALUE ZERO.
         01 ALIGHT-POS           PIC 9(3) VALUE ZERO.
         01 BOARD-FOUND-SW       PIC X.
            88 BOARD-FOUND                VALUE 'Y'.
            88 BOARD-NOT-FOUND            VALUE 'N'.
         01 ALIGHT-FOUND-SW      PIC X.
            88 ALIGHT-FOUND               VALUE 'Y'.
            88 ALIGHT-NOT-FOUND           VALUE 'N'.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM INITIALIZATION.
             ADD 1 TO READ-CT.
             MOVE BOOK-TRAIN-NUMBER TO TRAIN-NUMBER.
             PERFORM BOOK-PARA THRU BOOK-PARA-EXIT.
             IF BOOK-WEB-ID NOT = SPACES
                 PERFORM WRITE-WEB-ACK
             END-IF.
         BOOK-PARA.
             MOVE BOOK-TRAIN-NUMBER TO BKD-NUM-P.
             MOVE BOOK-CLASS-CODE TO BKD-CLASS-P.
             MOVE BOOK-TRAVEL-DATE TO BKD-DATE-P.
             IF BOOK-REQ-QTY IS NOT NUMERIC
                 MOVE ZERO TO BKD-REQ-P
             ELSE
                 WRITE RPT-LINE FROM BOOK-DETAIL-LINE
                 GO TO BOOK-PARA-EXIT
             END-IF.
             PERFORM CHECK-TRAVEL-DATE.
             IF TRAVEL-DATE-BAD
                 MOVE ZERO TO BKD-CONF-P
                 MOVE ZERO TO BKD-WAIT-P
                 MOVE 'REJECTED - INVALID TRAVEL DATE' TO BKD-DISP-P
                 ADD 1 TO ERROR-CT
                 WRITE RPT-LINE FROM BOOK-DETAIL-LINE
                 GO TO BOOK-PARA-EXIT
             END-IF.
             READ MASTERFILE KEY IS TRAIN-NUMBER
                  INVALID KEY SET NOT-FOUND TO TRUE
                  NOT INVALID KEY SET FOUND TO TRUE
                 WRITE RPT-LINE FROM BOOK-DETAIL-LINE
                 GO TO BOOK-PARA-EXIT
             END-IF.
             PERFORM CHECK-RUNS-ON-DATE.
             IF NOT-RUNNING-ON-DATE
                 MOVE ZERO TO BKD-CONF-P
                 MOVE ZERO TO BKD-WAIT-P
                 MOVE 'REJECTED - NOT RUNNING THAT DAY' TO BKD-DISP-P
                 ADD 1 TO ERROR-CT
                 WRITE RPT-LINE FROM BOOK-DETAIL-LINE
                 GO TO BOOK-PARA-EXIT
             END-IF.
             PERFORM CHECK-WITHDRAWN.
             IF SERVICE-WITHDRAWN
                 MOVE ZERO TO BKD-CONF-P
                 MOVE ZERO TO BKD-WAIT-P
                 MOVE 'REJECTED - SERVICE WITHDRAWN' TO BKD-DISP-P
                 ADD 1 TO ERROR-CT
                 WRITE RPT-LINE FROM BOOK-DETAIL-LINE
                 GO TO BOOK-PARA-EXIT
             END-IF.
             PERFORM PRICE-JOURNEY.
             IF JOURNEY-BAD-ORDER
                 MOVE ZERO TO BKD-CONF-P
                 MOVE ZERO TO BKD-WAIT-P
                 MOVE 'REJECTED - INVALID JOURNEY' TO BKD-DISP-P
                 ADD 1 TO ERROR-CT
                 WRITE RPT-LINE FROM BOOK-DETAIL-LINE
                 GO TO BOOK-PARA-EXIT
             END-IF.
             IF JOURNEY-UNPRICED
                 MOVE ZERO TO BKD-CONF-P
                 MOVE ZERO TO BKD-WAIT-P
                 MOVE 'REJECTED - NO SEGMENT FARE' TO BKD-DISP-P
                 ADD 1 TO ERROR-CT
                 WRITE RPT-LINE FROM BOOK-DETAIL-LINE
                 GO TO BOOK-PARA-EXIT
             END-IF.
             IF SEGMENT-JOURNEY
                 ADD 1 TO SEGMENT-CT
             END-IF.
             IF BOOK-CLASS-CODE = SPACES
                 PERFORM APPLY-BOOKING
             ELSE
             END-IF.
         BOOK-PARA-EXIT.
             EXIT.
         CHECK-TRAVEL-DATE.
             SET TRAVEL-DATE-BAD TO TRUE.
             IF BOOK-TRAVEL-DATE IS NUMERIC
                AND BOOK-TRAVEL-DATE NOT < RUN-DATE
                 COMPUTE DATE-INT =
                         FUNCTION INTEGER-OF-DATE(BOOK-TRAVEL-DATE)
                 IF DATE-INT > ZERO
                     COMPUTE TRAVEL-DOW =
                             FUNCTION MOD(DATE-INT - 1, 7) + 1
                     SET TRAVEL-DATE-GOOD TO TRUE
                 END-IF
             END-IF.
         CHECK-RUNS-ON-DATE.
             SET RUNS-ON-DATE TO TRUE.
             IF CAL-OPEN
                 MOVE TRAIN-NUMBER TO CAL-TRAIN-NUMBER
                 READ CALFILE KEY IS CAL-TRAIN-NUMBER
                      INVALID KEY CONTINUE
                      NOT INVALID KEY PERFORM TEST-CALENDAR
                 END-READ
             END-IF.
         TEST-CALENDAR.
             IF CAL-RUN-DAYS(TRAVEL-DOW:1) NOT = 'Y'
                 SET NOT-RUNNING-ON-DATE TO TRUE
             END-IF.
             IF CAL-START-DATE IS NUMERIC AND CAL-START-DATE > ZERO
                AND BOOK-TRAVEL-DATE < CAL-START-DATE
                 SET NOT-RUNNING-ON-DATE TO TRUE
             END-IF.
             IF CAL-END-DATE IS NUMERIC AND CAL-END-DATE > ZERO
                AND BOOK-TRAVEL-DATE > CAL-END-DATE
                 SET NOT-RUNNING-ON-DATE TO TRUE
             END-IF.
         CHECK-WITHDRAWN.
             SET SERVICE-RUNNING TO TRUE.
             MOVE BOOK-TRAIN-NUMBER TO INV-TRAIN-NUMBER.
             MOVE SPACE TO INV-CLASS-CODE.
             MOVE BOOK-TRAVEL-DATE TO INV-TRAVEL-DATE.
             READ SEATINV KEY IS INV-KEY
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                      IF INV-WITHDRAWN
                          SET SERVICE-WITHDRAWN TO TRUE
                      END-IF
             END-READ.
         PRICE-JOURNEY.
             SET FULL-JOURNEY TO TRUE.
             MOVE BOOK-BOARD-STN TO BOARD-HOLD.
             MOVE BOOK-ALIGHT-STN TO ALIGHT-HOLD.
             IF BOARD-HOLD = SPACES
                 MOVE TRAIN-DEP-STN TO BOARD-HOLD
             END-IF.
             IF ALIGHT-HOLD = SPACES
                 MOVE TRAIN-ARR-STN TO ALIGHT-HOLD
             END-IF.
             IF BOARD-HOLD NOT = TRAIN-DEP-STN
                OR ALIGHT-HOLD NOT = TRAIN-ARR-STN
                 PERFORM LOCATE-JOURNEY-STATIONS
                 IF BOARD-NOT-FOUND OR ALIGHT-NOT-FOUND
                    OR BOARD-POS NOT < ALIGHT-POS
                     SET JOURNEY-BAD-ORDER TO TRUE
                 ELSE
                     PERFORM READ-SEGMENT-FARE
                 END-IF
             END-IF.
         LOCATE-JOURNEY-STATIONS.
             SET BOARD-NOT-FOUND TO TRUE.
             SET ALIGHT-NOT-FOUND TO TRUE.
             MOVE ZERO TO BOARD-POS.
             MOVE ZERO TO ALIGHT-POS.
             IF BOARD-HOLD = TRAIN-DEP-STN
                 SET BOARD-FOUND TO TRUE
             END-IF.
             IF ALIGHT-HOLD = TRAIN-ARR-STN
                 SET ALIGHT-FOUND TO TRUE
                 MOVE 999 TO ALIGHT-POS
             END-IF.
             IF STOPS-OPEN
                 SET NOT-STOPS-EOF TO TRUE
                 MOVE TRAIN-NUMBER TO ST-TRAIN-NUMBER
                 MOVE ZERO TO ST-STOP-SEQ
                 START STOPFILE KEY NOT < ST-STOP-KEY
                     INVALID KEY SET STOPS-EOF TO TRUE
                 END-START
                 PERFORM CHECK-ONE-STOP UNTIL STOPS-EOF
             END-IF.
         CHECK-ONE-STOP.
             READ STOPFILE NEXT RECORD
                 AT END SET STOPS-EOF TO TRUE
             END-READ.
             IF NOT-STOPS-EOF
                 IF ST-TRAIN-NUMBER NOT = TRAIN-NUMBER
                     SET STOPS-EOF TO TRUE
                 ELSE
                     IF BOARD-NOT-FOUND
                        AND ST-STN-CODE = BOARD-HOLD
                        AND ST-DEP-TIME NOT = SPACES
                         SET BOARD-FOUND TO TRUE
                         MOVE ST-STOP-SEQ TO BOARD-POS
                     END-IF
                     IF ALIGHT-NOT-FOUND
                        AND ST-STN-CODE = ALIGHT-HOLD
                         SET ALIGHT-FOUND TO TRUE
                         MOVE ST-STOP-SEQ TO ALIGHT-POS
                     END-IF
                 END-IF
             END-IF.
         READ-SEGMENT-FARE.
             SET JOURNEY-UNPRICED TO TRUE.
             IF SEG-OPEN
                 MOVE TRAIN-NUMBER TO SEG-TRAIN-NUMBER
                 MOVE BOARD-HOLD TO SEG-BOARD-STN
                 MOVE ALIGHT-HOLD TO SEG-ALIGHT-STN
                 MOVE BOOK-CLASS-CODE TO SEG-CLASS-CODE
                 READ SEGFILE KEY IS SEG-KEY
                      INVALID KEY CONTINUE
                      NOT INVALID KEY SET SEGMENT-JOURNEY TO TRUE
                 END-READ
                 IF JOURNEY-UNPRICED
                     MOVE '*' TO SEG-TRAIN-NUMBER
                     READ SEGFILE KEY IS SEG-KEY
                          INVALID KEY CONTINUE
                          NOT INVALID KEY SET SEGMENT-JOURNEY TO TRUE
                     END-READ
                 END-IF
             END-IF.
             IF SEGMENT-JOURNEY
                 MOVE SEG-FARE TO REG-FARE-HOLD
             END-IF.
         READ-INVENTORY.
             MOVE BOOK-TRAIN-NUMBER TO INV-TRAIN-NUMBER.
             MOVE BOOK-CLASS-CODE TO INV-CLASS-CODE.
             MOVE BOOK-TRAVEL-DATE TO INV-TRAVEL-DATE.
             READ SEATINV KEY IS INV-KEY
                  INVALID KEY SET INV-NOT-ON-FILE TO TRUE
                  NOT INVALID KEY SET INV-ON-FILE TO TRUE
             END-READ.
             IF INV-NOT-ON-FILE
                 MOVE ZERO TO INV-BOOKED
             END-IF.
         UPDATE-INVENTORY.
             IF INV-ON-FILE
                 MOVE INV-CAP-HOLD TO INV-SEAT-CAP
                 ADD CONF-QTY TO INV-BOOKED
                 REWRITE SEAT-INV-REC
             ELSE
                 MOVE SPACES TO SEAT-INV-REC
                 MOVE BOOK-TRAIN-NUMBER TO INV-TRAIN-NUMBER
                 MOVE BOOK-CLASS-CODE TO INV-CLASS-CODE
                 MOVE BOOK-TRAVEL-DATE TO INV-TRAVEL-DATE
                 MOVE INV-CAP-HOLD TO INV-SEAT-CAP
                 MOVE CONF-QTY TO INV-BOOKED
                 WRITE SEAT-INV-REC
             END-IF.
             IF FS10 NOT = ZERO
                 DISPLAY 'ERROR'
                 ADD 1 TO INVERR-CT
             END-IF.
         APPLY-BOOKING.
             SET REWRITE-GOOD TO TRUE.
             PERFORM READ-INVENTORY.
             COMPUTE SEATS-AVAIL = TRAIN-SEAT-CAP - INV-BOOKED.
             IF SEATS-AVAIL < ZERO
                 MOVE ZERO TO SEATS-AVAIL
             END-IF.
             IF CONF-QTY > ZERO
                 MOVE MASTER-REC TO BEFORE-IMAGE-HOLD
                 ADD CONF-QTY TO TRAIN-BOOKED
                     ON SIZE ERROR
                         PERFORM REJECT-TOTAL-FULL
                     NOT ON SIZE ERROR
                         PERFORM REWRITE-BOOKED-MASTER
                 END-ADD
             END-IF.
             IF SPILL-QTY > ZERO
                 IF CONF-QTY = ZERO
                     IF FULL-JOURNEY
                         MOVE TRAIN-FARE TO REG-FARE-HOLD
                     END-IF
                     PERFORM WRITE-REGISTER-ENTRY
                 END-IF
                 MOVE BOOK-TRAIN-NUMBER TO WAIT-TRAIN-NUMBER
                 MOVE SPILL-QTY TO WAIT-QTY
                 MOVE BOOK-CLASS-CODE TO WAIT-CLASS-CODE
                 MOVE BOOK-REF TO WAIT-BOOK-REF
                 MOVE BOOK-PARTY TO WAIT-PARTY
                 MOVE BOOK-TRAVEL-DATE TO WAIT-TRAVEL-DATE
                 MOVE BOOK-WEB-ID TO WAIT-WEB-ID
                 WRITE WAIT-REC
                 ADD SPILL-QTY TO SPILLED-CT
             END-IF.
             MOVE CONF-QTY TO BKD-CONF-P.
             MOVE SPILL-QTY TO BKD-WAIT-P.
             WRITE RPT-LINE FROM BOOK-DETAIL-LINE.
         REWRITE-BOOKED-MASTER.
             REWRITE MASTER-REC.
             IF FS3 = ZERO
                 ADD CONF-QTY TO SOLD-CT
                 MOVE TRAIN-SEAT-CAP TO INV-CAP-HOLD
                 PERFORM UPDATE-INVENTORY
                 PERFORM WRITE-AUDIT
                 IF FULL-JOURNEY
                     MOVE TRAIN-FARE TO REG-FARE-HOLD
                 END-IF
                 PERFORM WRITE-REGISTER-ENTRY
             ELSE
                 DISPLAY 'ERROR'
                 SET REWRITE-BAD TO TRUE
                 MOVE ZERO TO CONF-QTY
                 MOVE ZERO TO SPILL-QTY
                 MOVE 'REJECTED - MASTER I/O ERROR' TO BKD-DISP-P
             END-IF.
         REJECT-TOTAL-FULL.
             DISPLAY 'ERROR'.
             SET REWRITE-BAD TO TRUE.
             ADD 1 TO TOTFULL-CT.
             MOVE ZERO TO CONF-QTY.
             MOVE ZERO TO SPILL-QTY.
             MOVE 'REJECTED - BOOKED TOTAL FULL' TO BKD-DISP-P.
         APPLY-CLASS-BOOKING.
             SET REWRITE-GOOD TO TRUE.
             MOVE BOOK-TRAIN-NUMBER TO CLS-TRAIN-NUMBER.
                 PERFORM APPLY-CLASS-SEATS
             END-IF.
         APPLY-CLASS-SEATS.
             PERFORM READ-INVENTORY.
             COMPUTE SEATS-AVAIL = CLS-SEAT-CAP - INV-BOOKED.
             IF SEATS-AVAIL < ZERO
                 MOVE ZERO TO SEATS-AVAIL
             END-IF.
                 MOVE SPACES TO BEFORE-IMAGE-HOLD
                 MOVE CLASS-REC TO BEFORE-IMAGE-HOLD
                 ADD CONF-QTY TO CLS-BOOKED
                     ON SIZE ERROR
                         PERFORM REJECT-TOTAL-FULL
                     NOT ON SIZE ERROR
                         PERFORM REWRITE-BOOKED-CLASS
                 END-ADD
             END-IF.
             IF SPILL-QTY > ZERO
                 IF CONF-QTY = ZERO
                     IF FULL-JOURNEY
                         MOVE CLS-FARE TO REG-FARE-HOLD
                     END-IF
                     PERFORM WRITE-REGISTER-ENTRY
                 END-IF
                 MOVE BOOK-TRAIN-NUMBER TO WAIT-TRAIN-NUMBER
                 MOVE SPILL-QTY TO WAIT-QTY
                 MOVE BOOK-CLASS-CODE TO WAIT-CLASS-CODE
                 MOVE BOOK-REF TO WAIT-BOOK-REF
                 MOVE BOOK-PARTY TO WAIT-PARTY
                 MOVE BOOK-TRAVEL-DATE TO WAIT-TRAVEL-DATE
                 MOVE BOOK-WEB-ID TO WAIT-WEB-ID
                 WRITE WAIT-REC
                 ADD SPILL-QTY TO SPILLED-CT
             END-IF.
             MOVE CONF-QTY TO BKD-CONF-P.
             MOVE SPILL-QTY TO BKD-WAIT-P.
             WRITE RPT-LINE FROM BOOK-DETAIL-LINE.
         REWRITE-BOOKED-CLASS.
             REWRITE CLASS-REC.
             IF FS7 = ZERO
                 ADD CONF-QTY TO CLS-SOLD-CT
                 MOVE CLS-SEAT-CAP TO INV-CAP-HOLD
                 PERFORM UPDATE-INVENTORY
                 PERFORM WRITE-CLASS-AUDIT
                 IF FULL-JOURNEY
                     MOVE CLS-FARE TO REG-FARE-HOLD
                 END-IF
                 PERFORM WRITE-REGISTER-ENTRY
             ELSE
                 DISPLAY 'ERROR'
                 SET REWRITE-BAD TO TRUE
                 MOVE ZERO TO CONF-QTY
                 MOVE ZERO TO SPILL-QTY
                 MOVE 'REJECTED - CLASS I/O ERROR' TO BKD-DISP-P
             END-IF.
         WRITE-REGISTER-ENTRY.
             IF BOOK-REF NOT = SPACES
                 MOVE SPACES TO BOOK-REG-REC
                 MOVE REG-FARE-HOLD TO BRG-FARE
                 MOVE BOOK-PARTY TO BRG-PARTY
                 SET BRG-OPEN TO TRUE
                 MOVE BOOK-TRAVEL-DATE TO BRG-TRAVEL-DATE
                 MOVE ZERO TO BRG-CLOSE-DATE
                 MOVE ZERO TO BRG-JRNL-QTY
                 WRITE BOOK-REG-REC
                 IF FS8 NOT = ZERO
                     DISPLAY 'ERROR'
                     ADD 1 TO REGERR-CT
                 END-IF
             END-IF.
         WRITE-WEB-ACK.
             MOVE SPACES TO WEB-ACK-REC.
             SET WACK-BOOKING TO TRUE.
             MOVE BOOK-WEB-ID TO WACK-WEB-ID.
             MOVE BOOK-TRAIN-NUMBER TO WACK-TRAIN-NUMBER.
             MOVE BOOK-CLASS-CODE TO WACK-CLASS-CODE.
             IF BOOK-TRAVEL-DATE IS NUMERIC
                 MOVE BOOK-TRAVEL-DATE TO WACK-TRAVEL-DATE
             ELSE
                 MOVE ZERO TO WACK-TRAVEL-DATE
             END-IF.
             MOVE BKD-DISP-P TO WACK-REASON.
             IF BKD-DISP-P(1:8) = 'REJECTED'
                 SET WACK-REJECTED TO TRUE
                 MOVE ZERO TO WACK-CONF-QTY
                 MOVE ZERO TO WACK-WAIT-QTY
                 MOVE ZERO TO WACK-FARE
             ELSE
                 MOVE BOOK-REF TO WACK-BOOK-REF
                 MOVE CONF-QTY TO WACK-CONF-QTY
                 MOVE SPILL-QTY TO WACK-WAIT-QTY
                 MOVE REG-FARE-HOLD TO WACK-FARE
                 EVALUATE TRUE
                   WHEN SPILL-QTY = ZERO
                       SET WACK-CONFIRMED TO TRUE
                   WHEN CONF-QTY > ZERO
                       SET WACK-PART-FILLED TO TRUE
                   WHEN OTHER
                       SET WACK-WAITLISTED TO TRUE
                 END-EVALUATE
             END-IF.
             WRITE WEB-ACK-REC.
             IF FS14 = ZERO
                 ADD 1 TO WEBACK-CT
             ELSE
                 DISPLAY 'ERROR'
             END-IF.
         WRITE-CLASS-AUDIT.
             MOVE 'BOOKING ' TO AUD-PROGRAM.
             MOVE 'BOOKCLS ' TO AUD-ACTION.
             IF (FS8 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN INPUT CALFILE.
             IF FS9 = ZERO
                 SET CAL-OPEN TO TRUE
             END-IF.
             OPEN I-O SEATINV.
             IF (FS10 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN INPUT SEGFILE.
             IF FS12 = ZERO
                 SET SEG-OPEN TO TRUE
             END-IF.
             OPEN INPUT STOPFILE.
             IF FS13 = ZERO
                 SET STOPS-OPEN TO TRUE
             END-IF.
             OPEN EXTEND ACKFILE.
             IF (FS14 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
         WRITE-HEADER.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM HDR-LINE-1.
             MOVE SPILLED-CT TO SUM-SPILLED-P.
             MOVE CLS-SOLD-CT TO SUM-CLS-SOLD-P.
             MOVE REGERR-CT TO SUM-REGERR-P.
             MOVE INVERR-CT TO SUM-INVERR-P.
             MOVE SEGMENT-CT TO SUM-SEGMENT-P.
             MOVE WEBACK-CT TO SUM-WEBACK-P.
             MOVE TOTFULL-CT TO SUM-TOTFULL-P.
             WRITE RPT-LINE FROM SUMMARY-LINE-1.
             WRITE RPT-LINE FROM SUMMARY-LINE-2.
             WRITE RPT-LINE FROM SUMMARY-LINE-3.
             WRITE RPT-LINE FROM SUMMARY-LINE-7.
             WRITE RPT-LINE FROM SUMMARY-LINE-8.
             WRITE RPT-LINE FROM SUMMARY-LINE-9.
             WRITE RPT-LINE FROM SUMMARY-LINE-10.
             WRITE RPT-LINE FROM SUMMARY-LINE-11.
             WRITE RPT-LINE FROM SUMMARY-LINE-12.
             WRITE RPT-LINE FROM SUMMARY-LINE-13.
             WRITE RPT-LINE FROM STAR-LINE.
             CLOSE BOOKFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             IF (FS8 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF CAL-OPEN
                 CLOSE CALFILE
             END-IF.
             IF SEG-OPEN
                 CLOSE SEGFILE
             END-IF.
             IF STOPS-OPEN
                 CLOSE STOPFILE
             END-IF.
             CLOSE SEATINV.
             IF (FS10 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE ACKFILE.
             IF (FS14 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             PERFORM WRITE-ACTIVITY.
             CLOSE ACTIVITYFILE.
             IF (FS6 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             PERFORM WRITE-STEP-LOG.
             STOP RUN.
         WRITE-STEP-LOG.
             OPEN EXTEND STEPLOGFILE.
             IF FS11 = ZERO
                 MOVE SPACES TO STEP-LOG-REC
                 MOVE 'BOOKING ' TO SL-PROGRAM
                 SET SL-STEP-END TO TRUE
                 MOVE ZERO TO SL-BUS-DATE
                 MOVE FUNCTION CURRENT-DATE(1:14) TO SL-RUN-STAMP
                 MOVE RETURN-CODE TO SL-RC
                 WRITE STEP-LOG-REC
                 CLOSE STEPLOGFILE
             END-IF.
         END PROGRAM BOOKING.
