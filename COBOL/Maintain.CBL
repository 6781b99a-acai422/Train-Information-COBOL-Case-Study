                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS9.
             SELECT BOOKREG ASSIGN BOOKREG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BRG-BOOK-REF
                    STATUS IS FS10.
             SELECT STEPLOGFILE ASSIGN STEPLOG
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS11.
         DATA DIVISION.
         FILE SECTION.
         FD  MAINTFILE RECORDING MODE IS F
         FD  RUNCTLFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY RCREC.
         FD  BOOKREG.
             COPY BRGREC.
         FD  STEPLOGFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY STEPREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
         01 FS7                  PIC XX.
         01 FS8                  PIC XX.
         01 FS9                  PIC XX.
         01 FS10                 PIC XX.
         01 FS11                 PIC XX.
         01 CLS-EOF-SW           PIC X.
            88 CLS-EOF                    VALUE '1'.
            88 NOT-CLS-EOF                VALUE '0'.
         01 REG-EOF-SW           PIC X.
            88 REG-EOF                    VALUE '1'.
            88 NOT-REG-EOF                VALUE '0'.
         01 OPEN-BOOKINGS-SW     PIC X.
            88 OPEN-BOOKINGS-FOUND        VALUE 'Y'.
            88 NO-OPEN-BOOKINGS           VALUE 'N'.
         01 REG-OPEN-SW          PIC X VALUE 'N'.
            88 REG-OPEN                   VALUE 'Y'.
            88 REG-NOT-OPEN               VALUE 'N'.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM INITIALIZATION.
                 MOVE 'RETIRE FAILED - RECORD NOT FOUND' TO LOG-RESULT
                 ADD 1 TO ERROR-CT
             ELSE
                 PERFORM CHECK-OPEN-BOOKINGS
                 IF OPEN-BOOKINGS-FOUND
                     MOVE 'RETIRE FAILED - OPEN BOOKINGS' TO LOG-RESULT
                     ADD 1 TO ERROR-CT
                 ELSE
                     PERFORM RETIRE-MASTER-RECORD
                 END-IF
             END-IF.
             WRITE LOG-LINE FROM LOG-DETAIL.
         RETIRE-MASTER-RECORD.
             MOVE MASTER-REC TO BEFORE-IMAGE-HOLD.
             DELETE MASTERFILE RECORD.
             IF (FS3 = ZERO)
                 MOVE 'RECORD RETIRED' TO LOG-RESULT
                 ADD 1 TO RETIRED-CT
                 PERFORM ACCUM-RETIRE-DELTAS
                 MOVE SPACES TO AFTER-IMAGE-HOLD
                 MOVE 'RETIRE  ' TO AUD-ACTION
                 PERFORM WRITE-AUDIT
                 MOVE MAINT-TRAIN-NUMBER TO CAL-TRAIN-NUMBER
                 DELETE CALFILE RECORD
                     INVALID KEY CONTINUE
                 END-DELETE
                 PERFORM DELETE-TRAIN-CLASSES
             ELSE
                 MOVE 'RETIRE FAILED - I/O ERROR' TO LOG-RESULT
                 ADD 1 TO ERROR-CT
             END-IF.
         CHECK-OPEN-BOOKINGS.
             SET NO-OPEN-BOOKINGS TO TRUE.
             IF REG-NOT-OPEN
                 SET OPEN-BOOKINGS-FOUND TO TRUE
             ELSE
                 SET NOT-REG-EOF TO TRUE
                 MOVE LOW-VALUES TO BRG-BOOK-REF
                 START BOOKREG KEY NOT < BRG-BOOK-REF
                     INVALID KEY SET REG-EOF TO TRUE
                 END-START
                 PERFORM CHECK-ONE-BOOKING UNTIL REG-EOF
             END-IF.
         CHECK-ONE-BOOKING.
             READ BOOKREG NEXT RECORD
                 AT END SET REG-EOF TO TRUE
             END-READ.
             IF NOT-REG-EOF
                 IF BRG-OPEN
                    AND BRG-TRAIN-NUMBER = MAINT-TRAIN-NUMBER
                     PERFORM TEST-OPEN-BOOKING
                 END-IF
             END-IF.
         TEST-OPEN-BOOKING.
             IF BRG-TRAVEL-DATE IS NOT NUMERIC
                 SET OPEN-BOOKINGS-FOUND TO TRUE
             ELSE
                 IF BRG-QTY > ZERO
                    AND BRG-TRAVEL-DATE NOT < RUN-DATE
                     SET OPEN-BOOKINGS-FOUND TO TRUE
                 END-IF
             END-IF.
             IF OPEN-BOOKINGS-FOUND
                 SET REG-EOF TO TRUE
             END-IF.
         INITIALIZATION.
             MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
             OPEN INPUT MAINTFILE.
             IF (FS9 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN INPUT BOOKREG.
             IF (FS10 = 0) DISPLAY 'SUCCESS'
                 SET REG-OPEN TO TRUE
             ELSE DISPLAY 'ERROR'
             END-IF.
         WRITE-HEADER.
             WRITE LOG-LINE FROM STAR-LINE.
             WRITE LOG-LINE FROM HDR-LINE-1.
             IF (FS9 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF REG-OPEN
                 CLOSE BOOKREG
             END-IF.
             PERFORM WRITE-STEP-LOG.
             STOP RUN.
         WRITE-STEP-LOG.
             OPEN EXTEND STEPLOGFILE.
             IF FS11 = ZERO
                 MOVE SPACES TO STEP-LOG-REC
                 MOVE 'MAINTAIN' TO SL-PROGRAM
                 SET SL-STEP-END TO TRUE
                 MOVE ZERO TO SL-BUS-DATE
                 MOVE FUNCTION CURRENT-DATE(1:14) TO SL-RUN-STAMP
                 MOVE RETURN-CODE TO SL-RC
                 WRITE STEP-LOG-REC
                 CLOSE STEPLOGFILE
             END-IF.
         END PROGRAM MAINTAIN.
