                    ACCESS MODE IS RANDOM
                    RECORD KEY IS BRG-BOOK-REF
                    STATUS IS FS8.
             SELECT SEATINV ASSIGN SEATINV
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS INV-KEY
                    STATUS IS FS9.
             SELECT STEPLOGFILE ASSIGN STEPLOG
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS10.
             SELECT ACKFILE ASSIGN WEBACKW
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS11.
         DATA DIVISION.
         FILE SECTION.
         FD  WAITINFILE RECORDING MODE IS F
             COPY CLSREC.
         FD  BOOKREG.
             COPY BRGREC.
         FD  SEATINV.
             COPY INVREC.
         FD  STEPLOGFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY STEPREC.
         FD  ACKFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
             COPY WACKREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 WH-CLASS-CODE     PIC X.
             02 WH-BOOK-REF       PIC X(8).
             02 WH-PARTY          PIC X(20).
             02 WH-TRAVEL-DATE    PIC 9(8).
             02 WH-WEB-ID         PIC X(12).
             02 FILLER            PIC X(40).
         01 COL-LINE-1.
             02 FILLER PIC X(6)  VALUE 'TRAIN '.
             02 FILLER PIC X(1)  VALUE SPACES.
             02 FILLER PIC X(20) VALUE 'PARTY'.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(28) VALUE 'DISPOSITION'.
             02 FILLER PIC X(1)  VALUE SPACES.
             02 FILLER PIC X(8)  VALUE 'TRAVDATE'.
         01 CLEAR-DETAIL-LINE.
             02 CLD-NUM-P         PIC X(6).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 CLD-PARTY-P       PIC X(20).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 CLD-DISP-P        PIC X(28).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 CLD-DATE-P        PIC X(8).
         01 SUMMARY-LINE-1.
             02 FILLER            PIC X(20) VALUE 'WAIT RECORDS READ: '.
             02 SUM-READ-P        PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-8.
             02 FILLER            PIC X(20) VALUE 'CANCELLED-DROPPED: '.
             02 SUM-CANCELLED-P   PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-9.
             02 FILLER            PIC X(20) VALUE 'DATE PASSED-DROPD: '.
             02 SUM-EXPIRED-P     PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-10.
             02 FILLER            PIC X(20) VALUE 'INVENTORY ERRORS : '.
             02 SUM-INVERR-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-11.
             02 FILLER            PIC X(20) VALUE 'WEB FOLLOW-UPS   : '.
             02 SUM-FOLLOW-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-12.
             02 FILLER            PIC X(20) VALUE 'HELD-NO TRAV DATE: '.
             02 SUM-HELD-P        PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-13.
             02 FILLER            PIC X(20) VALUE 'BOOKED TOTAL FULL: '.
             02 SUM-TOTFULL-P     PIC Z,ZZZ,ZZ9.
         01 CLEAR-COUNTERS.
             02 READ-CT        PIC 9(7) COMP VALUE ZERO.
             02 FULL-CT        PIC 9(7) COMP VALUE ZERO.
             02 SEATS-CT       PIC 9(7) COMP VALUE ZERO.
             02 CLS-SEATS-CT   PIC 9(7) COMP VALUE ZERO.
             02 CANCELLED-CT   PIC 9(7) COMP VALUE ZERO.
             02 EXPIRED-CT     PIC 9(7) COMP VALUE ZERO.
             02 INVERR-CT      PIC 9(7) COMP VALUE ZERO.
             02 FOLLOW-CT      PIC 9(7) COMP VALUE ZERO.
             02 HELD-CT        PIC 9(7) COMP VALUE ZERO.
             02 TOTFULL-CT     PIC 9(7) COMP VALUE ZERO.
         01 RUN-STAMP.
             02 RUN-DATE          PIC 9(8).
             02 RUN-TIME          PIC 9(6).
            88 REG-CANCELLED              VALUE 'Y'.
            88 REG-NOT-CANCELLED          VALUE 'N'.
         01 REG-FARE-HOLD        PIC 9(8)V99 VALUE ZERO.
         01 FS9                  PIC XX.
         01 FS10                 PIC XX.
         01 FS11                 PIC XX.
         01 INV-FOUND            PIC X.
            88 INV-NOT-ON-FILE            VALUE 'N'.
            88 INV-ON-FILE                VALUE 'Y'.
         01 INV-CAP-HOLD         PIC 9(5) VALUE ZERO.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM INITIALIZATION.
             IF (FS1 = 10) GO TO FINALIZATION.
             ADD 1 TO READ-CT.
             PERFORM CLEAR-PARA THRU CLEAR-PARA-EXIT.
             IF WH-WEB-ID NOT = SPACES
                 PERFORM WRITE-FOLLOW-UP
             END-IF.
         CLEAR-PARA.
             MOVE WH-TRAIN-NUMBER TO CLD-NUM-P.
             MOVE WH-CLASS-CODE TO CLD-CLASS-P.
             MOVE WH-BOOK-REF TO CLD-REF-P.
             MOVE WH-PARTY TO CLD-PARTY-P.
             MOVE WH-TRAVEL-DATE TO CLD-DATE-P.
             IF WH-QTY IS NOT NUMERIC OR WH-QTY = ZERO
                 MOVE ZERO TO CLD-WAIT-P
                 MOVE ZERO TO CLD-CONF-P
                 MOVE ZERO TO CLD-CARRY-P
                 MOVE 'DROPPED - INVALID QUANTITY' TO CLD-DISP-P
                 PERFORM CLOSE-WAITED-ENTRY
                 ADD 1 TO ERROR-CT
                 WRITE RPT-LINE FROM CLEAR-DETAIL-LINE
                 GO TO CLEAR-PARA-EXIT
             END-IF.
             MOVE WH-QTY TO CLD-WAIT-P.
             IF WH-TRAVEL-DATE IS NOT NUMERIC OR WH-TRAVEL-DATE = ZERO
                 MOVE ZERO TO CONF-QTY
                 MOVE WH-QTY TO CARRY-QTY
                 MOVE ZERO TO CLD-CONF-P
                 MOVE CARRY-QTY TO CLD-CARRY-P
                 MOVE 'HELD - NO TRAVEL DATE' TO CLD-DISP-P
                 ADD 1 TO HELD-CT
                 PERFORM WRITE-CARRY-FORWARD
                 WRITE RPT-LINE FROM CLEAR-DETAIL-LINE
                 GO TO CLEAR-PARA-EXIT
             END-IF.
             IF WH-TRAVEL-DATE < RUN-DATE
                 MOVE ZERO TO CLD-CONF-P
                 MOVE ZERO TO CLD-CARRY-P
                 MOVE 'DROPPED - TRAVEL DATE PASSED' TO CLD-DISP-P
                 PERFORM CLOSE-WAITED-ENTRY
                 ADD 1 TO EXPIRED-CT
                 WRITE RPT-LINE FROM CLEAR-DETAIL-LINE
                 GO TO CLEAR-PARA-EXIT
             END-IF.
             MOVE WH-TRAIN-NUMBER TO TRAIN-NUMBER.
             READ MASTERFILE KEY IS TRAIN-NUMBER
                  INVALID KEY SET NOT-FOUND TO TRUE
                 MOVE ZERO TO CLD-CONF-P
                 MOVE ZERO TO CLD-CARRY-P
                 MOVE 'DROPPED - TRAIN NOT FOUND' TO CLD-DISP-P
                 PERFORM CLOSE-WAITED-ENTRY
                 ADD 1 TO ERROR-CT
                 WRITE RPT-LINE FROM CLEAR-DETAIL-LINE
                 GO TO CLEAR-PARA-EXIT
                          END-IF
                 END-READ
             END-IF.
         CLOSE-WAITED-ENTRY.
             IF WH-BOOK-REF NOT = SPACES
                 MOVE WH-BOOK-REF TO BRG-BOOK-REF
                 READ BOOKREG KEY IS BRG-BOOK-REF
                      INVALID KEY SET REG-NOT-ON-FILE TO TRUE
                      NOT INVALID KEY SET REG-ON-FILE TO TRUE
                 END-READ
                 IF REG-ON-FILE AND BRG-OPEN AND BRG-QTY = ZERO
                     SET BRG-CLOSED TO TRUE
                     MOVE RUN-DATE TO BRG-CLOSE-DATE
                     REWRITE BOOK-REG-REC
                     IF FS8 NOT = ZERO
                         DISPLAY 'ERROR'
                     END-IF
                 END-IF
             END-IF.
         READ-INVENTORY.
             MOVE WH-TRAIN-NUMBER TO INV-TRAIN-NUMBER.
             MOVE WH-CLASS-CODE TO INV-CLASS-CODE.
             MOVE WH-TRAVEL-DATE TO INV-TRAVEL-DATE.
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
                 MOVE WH-TRAIN-NUMBER TO INV-TRAIN-NUMBER
                 MOVE WH-CLASS-CODE TO INV-CLASS-CODE
                 MOVE WH-TRAVEL-DATE TO INV-TRAVEL-DATE
                 MOVE INV-CAP-HOLD TO INV-SEAT-CAP
                 MOVE CONF-QTY TO INV-BOOKED
                 WRITE SEAT-INV-REC
             END-IF.
             IF FS9 NOT = ZERO
                 DISPLAY 'ERROR'
                 ADD 1 TO INVERR-CT
             END-IF.
         PROMOTE-WAITED.
             PERFORM READ-INVENTORY.
             COMPUTE SEATS-AVAIL = TRAIN-SEAT-CAP - INV-BOOKED.
             IF SEATS-AVAIL < ZERO
                 MOVE ZERO TO SEATS-AVAIL
             END-IF.
             IF CONF-QTY > ZERO
                 MOVE MASTER-REC TO BEFORE-IMAGE-HOLD
                 ADD CONF-QTY TO TRAIN-BOOKED
                     ON SIZE ERROR
                         PERFORM CARRY-TOTAL-FULL
                     NOT ON SIZE ERROR
                         PERFORM REWRITE-PROMOTED-MASTER
                 END-ADD
             END-IF.
             IF CARRY-QTY > ZERO
                 PERFORM WRITE-CARRY-FORWARD
             MOVE CONF-QTY TO CLD-CONF-P.
             MOVE CARRY-QTY TO CLD-CARRY-P.
             WRITE RPT-LINE FROM CLEAR-DETAIL-LINE.
         REWRITE-PROMOTED-MASTER.
             REWRITE MASTER-REC.
             IF FS3 = ZERO
                 ADD CONF-QTY TO SEATS-CT
                 MOVE TRAIN-SEAT-CAP TO INV-CAP-HOLD
                 PERFORM UPDATE-INVENTORY
                 PERFORM WRITE-AUDIT
                 MOVE TRAIN-FARE TO REG-FARE-HOLD
                 PERFORM UPDATE-REGISTER-ENTRY
             ELSE
                 DISPLAY 'ERROR'
                 MOVE ZERO TO CONF-QTY
                 MOVE WH-QTY TO CARRY-QTY
                 MOVE 'CARRIED - MASTER I/O ERROR' TO CLD-DISP-P
                 ADD 1 TO ERROR-CT
             END-IF.
         CARRY-TOTAL-FULL.
             DISPLAY 'ERROR'.
             MOVE ZERO TO CONF-QTY.
             MOVE WH-QTY TO CARRY-QTY.
             MOVE 'CARRIED - BOOKED TOTAL FULL' TO CLD-DISP-P.
             ADD 1 TO ERROR-CT.
             ADD 1 TO TOTFULL-CT.
         PROMOTE-CLASS-WAITED.
             MOVE WH-TRAIN-NUMBER TO CLS-TRAIN-NUMBER.
             MOVE WH-CLASS-CODE TO CLS-CLASS-CODE.
                 MOVE ZERO TO CLD-CONF-P
                 MOVE ZERO TO CLD-CARRY-P
                 MOVE 'DROPPED - CLASS NOT ON FILE' TO CLD-DISP-P
                 PERFORM CLOSE-WAITED-ENTRY
                 ADD 1 TO ERROR-CT
                 WRITE RPT-LINE FROM CLEAR-DETAIL-LINE
             ELSE
                 PERFORM PROMOTE-CLASS-SEATS
             END-IF.
         PROMOTE-CLASS-SEATS.
             PERFORM READ-INVENTORY.
             COMPUTE SEATS-AVAIL = CLS-SEAT-CAP - INV-BOOKED.
             IF SEATS-AVAIL < ZERO
                 MOVE ZERO TO SEATS-AVAIL
             END-IF.
                 MOVE SPACES TO BEFORE-IMAGE-HOLD
                 MOVE CLASS-REC TO BEFORE-IMAGE-HOLD
                 ADD CONF-QTY TO CLS-BOOKED
                     ON SIZE ERROR
                         PERFORM CARRY-TOTAL-FULL
                     NOT ON SIZE ERROR
                         PERFORM REWRITE-PROMOTED-CLASS
                 END-ADD
             END-IF.
             IF CARRY-QTY > ZERO
                 PERFORM WRITE-CARRY-FORWARD
             MOVE CONF-QTY TO CLD-CONF-P.
             MOVE CARRY-QTY TO CLD-CARRY-P.
             WRITE RPT-LINE FROM CLEAR-DETAIL-LINE.
         REWRITE-PROMOTED-CLASS.
             REWRITE CLASS-REC.
             IF FS7 = ZERO
                 ADD CONF-QTY TO CLS-SEATS-CT
                 MOVE CLS-SEAT-CAP TO INV-CAP-HOLD
                 PERFORM UPDATE-INVENTORY
                 PERFORM WRITE-CLASS-AUDIT
                 MOVE CLS-FARE TO REG-FARE-HOLD
                 PERFORM UPDATE-REGISTER-ENTRY
             ELSE
                 DISPLAY 'ERROR'
                 MOVE ZERO TO CONF-QTY
                 MOVE WH-QTY TO CARRY-QTY
                 MOVE 'CARRIED - CLASS I/O ERROR' TO CLD-DISP-P
                 ADD 1 TO ERROR-CT
             END-IF.
         WRITE-CLASS-AUDIT.
             MOVE 'WAITCLR ' TO AUD-PROGRAM.
             MOVE 'PROMCLS ' TO AUD-ACTION.
                     MOVE REG-FARE-HOLD TO BRG-FARE
                     MOVE WH-PARTY TO BRG-PARTY
                     SET BRG-OPEN TO TRUE
                     MOVE WH-TRAVEL-DATE TO BRG-TRAVEL-DATE
                     MOVE ZERO TO BRG-CLOSE-DATE
                     MOVE ZERO TO BRG-JRNL-QTY
                     WRITE BOOK-REG-REC
                 END-IF
                 IF FS8 NOT = ZERO
                     DISPLAY 'ERROR'
                 END-IF
             END-IF.
         WRITE-FOLLOW-UP.
             MOVE SPACES TO WEB-ACK-REC.
             SET WACK-FOLLOW-UP TO TRUE.
             MOVE ZERO TO WACK-CONF-QTY.
             MOVE ZERO TO WACK-WAIT-QTY.
             MOVE ZERO TO WACK-FARE.
             IF CLD-DISP-P(1:7) = 'DROPPED'
                 SET WACK-DROPPED TO TRUE
             ELSE
                 IF CONF-QTY > ZERO
                     MOVE CONF-QTY TO WACK-CONF-QTY
                     MOVE CARRY-QTY TO WACK-WAIT-QTY
                     IF WH-BOOK-REF NOT = SPACES
                         MOVE BRG-FARE TO WACK-FARE
                     ELSE
                         MOVE REG-FARE-HOLD TO WACK-FARE
                     END-IF
                     IF CARRY-QTY = ZERO
                         SET WACK-PROMOTED TO TRUE
                     ELSE
                         SET WACK-PART-PROMOTED TO TRUE
                     END-IF
                 END-IF
             END-IF.
             IF WACK-DISP NOT = SPACES
                 MOVE WH-WEB-ID TO WACK-WEB-ID
                 MOVE WH-BOOK-REF TO WACK-BOOK-REF
                 MOVE WH-TRAIN-NUMBER TO WACK-TRAIN-NUMBER
                 MOVE WH-CLASS-CODE TO WACK-CLASS-CODE
                 IF WH-TRAVEL-DATE IS NUMERIC
                     MOVE WH-TRAVEL-DATE TO WACK-TRAVEL-DATE
                 ELSE
                     MOVE ZERO TO WACK-TRAVEL-DATE
                 END-IF
                 MOVE CLD-DISP-P TO WACK-REASON
                 WRITE WEB-ACK-REC
                 IF FS11 = ZERO
                     ADD 1 TO FOLLOW-CT
                 ELSE
                     DISPLAY 'ERROR'
                 END-IF
             END-IF.
         WRITE-CARRY-FORWARD.
             MOVE WAIT-HOLD TO WAIT-REC.
             MOVE CARRY-QTY TO WAIT-QTY.
             IF (FS8 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN I-O SEATINV.
             IF (FS9 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN EXTEND ACKFILE.
             IF (FS11 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
         WRITE-HEADER.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM HDR-LINE-1.
             MOVE SEATS-CT TO SUM-SEATS-P.
             MOVE CLS-SEATS-CT TO SUM-CLS-SEATS-P.
             MOVE CANCELLED-CT TO SUM-CANCELLED-P.
             MOVE EXPIRED-CT TO SUM-EXPIRED-P.
             MOVE INVERR-CT TO SUM-INVERR-P.
             MOVE FOLLOW-CT TO SUM-FOLLOW-P.
             MOVE HELD-CT TO SUM-HELD-P.
             MOVE TOTFULL-CT TO SUM-TOTFULL-P.
             WRITE RPT-LINE FROM SUMMARY-LINE-1.
             WRITE RPT-LINE FROM SUMMARY-LINE-2.
             WRITE RPT-LINE FROM SUMMARY-LINE-3.
             WRITE RPT-LINE FROM SUMMARY-LINE-6.
             WRITE RPT-LINE FROM SUMMARY-LINE-7.
             WRITE RPT-LINE FROM SUMMARY-LINE-8.
             WRITE RPT-LINE FROM SUMMARY-LINE-9.
             WRITE RPT-LINE FROM SUMMARY-LINE-10.
             WRITE RPT-LINE FROM SUMMARY-LINE-11.
             WRITE RPT-LINE FROM SUMMARY-LINE-12.
             WRITE RPT-LINE FROM SUMMARY-LINE-13.
             WRITE RPT-LINE FROM STAR-LINE.
             CLOSE WAITINFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             IF (FS8 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE SEATINV.
             IF (FS9 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE ACKFILE.
             IF (FS11 = 0) DISPLAY 'SUCCESS'
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
             IF FS10 = ZERO
                 MOVE SPACES TO STEP-LOG-REC
                 MOVE 'WAITCLR ' TO SL-PROGRAM
                 SET SL-STEP-END TO TRUE
                 MOVE ZERO TO SL-BUS-DATE
                 MOVE FUNCTION CURRENT-DATE(1:14) TO SL-RUN-STAMP
                 MOVE RETURN-CODE TO SL-RC
                 WRITE STEP-LOG-REC
                 CLOSE STEPLOGFILE
             END-IF.
         END PROGRAM WAITCLR.
