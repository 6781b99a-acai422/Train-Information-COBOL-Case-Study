                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CLS-CLASS-KEY
                    STATUS IS FS14.
             SELECT SEATINV ASSIGN SEATINV
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS INV-KEY
                    STATUS IS FS15.
             SELECT STEPLOGFILE ASSIGN STEPLOG
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS16.
             SELECT SEGFILE ASSIGN SEGFARE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS SEG-KEY
                    STATUS IS FS17.
         DATA DIVISION.
         FILE SECTION.
         FD  COMPAREFILE RECORDING MODE IS F
             02 COMP-CANCEL-QTY PIC 9(5).
             02 COMP-EFF-DATE  PIC 9(8).
             02 COMP-BOOK-REF  PIC X(8).
             02 COMP-BOARD-STN PIC X(10).
             02 COMP-ALIGHT-STN PIC X(10).
             02 COMP-CLASS-CODE PIC X.
             02 FILLER         PIC X(41) VALUE SPACES.
         FD  RESULTSFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RESULTS           PIC X(100).
             COPY BRGREC.
         FD  CLASSFILE.
             COPY CLSREC.
         FD  SEATINV.
             COPY INVREC.
         FD  STEPLOGFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY STEPREC.
         FD  SEGFILE.
             COPY SEGREC.
         WORKING-STORAGE SECTION.                                         
        01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 DATE-LINE.                                                    
         01 FS12                 PIC XX.
         01 FS13                 PIC XX.
         01 FS14                 PIC XX.
         01 FS15                 PIC XX.
         01 FS16                 PIC XX.
         01 FS17                 PIC XX.
         01 SEG-FOUND            PIC X.
            88 SEG-NOT-ON-FILE            VALUE 'N'.
            88 SEG-ON-FILE                VALUE 'Y'.
         01 REG-FOUND            PIC X.
            88 REG-NOT-ON-FILE            VALUE 'N'.
            88 REG-ON-FILE                VALUE 'Y'.
         01 CLASS-FOUND          PIC X.
            88 CLASS-NOT-ON-FILE          VALUE 'N'.
            88 CLASS-ON-FILE              VALUE 'Y'.
         01 INV-FOUND            PIC X.
            88 INV-NOT-ON-FILE            VALUE 'N'.
            88 INV-ON-FILE                VALUE 'Y'.
         01 PGM-RETURN-CODE       PIC 9(4) COMP VALUE ZERO.
         PROCEDURE DIVISION.                                              
         MAIN-LINE.
             END-EVALUATE.
         APPLY-FARE-CHANGE.
             IF COMP-NEW-FARE NOT = ZERO
                 IF COMP-BOARD-STN NOT = SPACES
                     PERFORM APPLY-SEGMENT-FARE-CHANGE
                 ELSE
                     IF COMP-EFF-DATE IS NUMERIC
                        AND COMP-EFF-DATE > APPLY-DATE
                         PERFORM PEND-FARE-CHANGE
                     ELSE
                         PERFORM APPLY-FARE-NOW
                     END-IF
                 END-IF
             END-IF.
         APPLY-SEGMENT-FARE-CHANGE.
             MOVE TRAIN-NUMBER TO SEG-TRAIN-NUMBER.
             MOVE COMP-BOARD-STN TO SEG-BOARD-STN.
             MOVE COMP-ALIGHT-STN TO SEG-ALIGHT-STN.
             MOVE COMP-CLASS-CODE TO SEG-CLASS-CODE.
             READ SEGFILE KEY IS SEG-KEY
                  INVALID KEY SET SEG-NOT-ON-FILE TO TRUE
                  NOT INVALID KEY SET SEG-ON-FILE TO TRUE
             END-READ.
             IF SEG-NOT-ON-FILE
                 MOVE 'SEGMENT FARE NOT ON FILE' TO EXC-REASON-HOLD
                 PERFORM LOG-EXCEPTION
             ELSE
                 IF COMP-EFF-DATE IS NUMERIC
                    AND COMP-EFF-DATE > APPLY-DATE
                     PERFORM PEND-FARE-CHANGE
                 ELSE
                     PERFORM APPLY-SEGMENT-FARE-NOW
                 END-IF
             END-IF.
         APPLY-SEGMENT-FARE-NOW.
             MOVE SPACES TO BEFORE-IMAGE-HOLD.
             MOVE SEG-FARE-REC TO BEFORE-IMAGE-HOLD.
             MOVE COMP-NEW-FARE TO SEG-FARE.
             MOVE APPLY-DATE TO SEG-EFF-DATE.
             REWRITE SEG-FARE-REC.
             IF FS17 = ZERO
                 ADD 1 TO FARECHG-COUNT
                 MOVE 'SEGFARE ' TO AUD-ACTION
                 PERFORM WRITE-SEGMENT-AUDIT
             ELSE
                 DISPLAY 'ERROR'
             END-IF.
         PEND-FARE-CHANGE.
             MOVE TRAIN-NUMBER TO PEND-TRAIN-NUMBER.
             MOVE COMP-NEW-FARE TO PEND-NEW-FARE.
             MOVE COMP-EFF-DATE TO PEND-EFF-DATE.
             MOVE COMP-BOARD-STN TO PEND-BOARD-STN.
             MOVE COMP-ALIGHT-STN TO PEND-ALIGHT-STN.
             IF COMP-BOARD-STN NOT = SPACES
                 MOVE COMP-CLASS-CODE TO PEND-CLASS-CODE
             ELSE
                 MOVE SPACE TO PEND-CLASS-CODE
             END-IF.
             WRITE PENDING-REC.
             IF FS10 = ZERO
                 ADD 1 TO PENDED-COUNT
                 PERFORM ACCUM-BOOKED-DELTA
                 MOVE 'CANCEL  ' TO AUD-ACTION
                 PERFORM WRITE-AUDIT
                 PERFORM RELEASE-INVENTORY-SEATS
                 PERFORM CLOSE-REGISTER-ENTRY
             ELSE
                 DISPLAY 'ERROR'
                     ADD 1 TO CANCEL-COUNT
                     MOVE 'CANCLCLS' TO AUD-ACTION
                     PERFORM WRITE-CLASS-AUDIT
                     PERFORM RELEASE-INVENTORY-SEATS
                     PERFORM CLOSE-REGISTER-ENTRY
                 ELSE
                     DISPLAY 'ERROR'
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
                 IF FS15 NOT = ZERO
                     DISPLAY 'ERROR'
                 END-IF
             END-IF.
         READ-DATE-INVENTORY.
             MOVE TRAIN-NUMBER TO INV-TRAIN-NUMBER.
             MOVE SPACE TO INV-CLASS-CODE.
             MOVE APPLY-DATE TO INV-TRAVEL-DATE.
             READ SEATINV KEY IS INV-KEY
                  INVALID KEY SET INV-NOT-ON-FILE TO TRUE
                  NOT INVALID KEY SET INV-ON-FILE TO TRUE
             END-READ.
             IF INV-NOT-ON-FILE
                 MOVE ZERO TO INV-BOOKED
             END-IF.
         CLOSE-REGISTER-ENTRY.
             SET BRG-CLOSED TO TRUE.
             MOVE RUN-DATE TO BRG-CLOSE-DATE.
             REWRITE BOOK-REG-REC.
             IF FS13 NOT = ZERO
                 DISPLAY 'ERROR'
             MOVE SPACES TO AUD-AFTER-IMAGE.
             MOVE CLASS-REC TO AUD-AFTER-IMAGE.
             WRITE AUDIT-REC.
         WRITE-SEGMENT-AUDIT.
             MOVE 'TRAIN   ' TO AUD-PROGRAM.
             MOVE COMP-TXN-CODE TO AUD-TRAN-CODE.
             MOVE RUN-DATE TO AUD-DATE.
             MOVE RUN-TIME TO AUD-TIME.
             MOVE TRAIN-NUMBER TO AUD-TRAIN-NUMBER.
             MOVE BEFORE-IMAGE-HOLD TO AUD-BEFORE-IMAGE.
             MOVE SPACES TO AUD-AFTER-IMAGE.
             MOVE SEG-FARE-REC TO AUD-AFTER-IMAGE.
             WRITE AUDIT-REC.
         ACCUM-FARE-DELTA.
             MOVE BEFORE-IMAGE-HOLD TO IMG-REC.
             IF IMG-FARE IS NUMERIC
             MOVE TRAIN-ARR-STN TO TRAIN-ARR-STN-P.
             MOVE TRAIN-ARR-TIME TO TRAIN-ARR-TIME-P.
             MOVE TRAIN-FARE TO TRAIN-FARE-P.
             PERFORM READ-DATE-INVENTORY.
             COMPUTE SEATS-AVAIL-P = TRAIN-SEAT-CAP - INV-BOOKED.
             WRITE RESULTS FROM PRINT-LINE.
         ACCUM-BY-TYPE.
             SET TYPE-IDX TO 1.
             ELSE DISPLAY 'ERROR'
                  MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             OPEN I-O SEATINV.
             IF (FS15 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
                  MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             OPEN I-O SEGFILE.
             IF (FS17 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
                  MOVE 8 TO PGM-RETURN-CODE
             END-IF.
         CHECK-RESTART.
             SET NOT-EOF2 TO TRUE.
             SET NOT-RESTART-MODE TO TRUE.
             ELSE DISPLAY 'ERROR'
                  MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             CLOSE SEATINV.
             IF (FS15 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
                  MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             CLOSE SEGFILE.
             IF (FS17 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
                  MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             OPEN OUTPUT CHECKPOINTFILE.
             CLOSE CHECKPOINTFILE.
             MOVE PGM-RETURN-CODE TO RETURN-CODE.
             PERFORM WRITE-STEP-LOG.
             STOP RUN.
         WRITE-STEP-LOG.
             OPEN EXTEND STEPLOGFILE.
             IF FS16 = ZERO
                 MOVE SPACES TO STEP-LOG-REC
                 MOVE 'TRAIN   ' TO SL-PROGRAM
                 SET SL-STEP-END TO TRUE
                 MOVE ZERO TO SL-BUS-DATE
                 MOVE FUNCTION CURRENT-DATE(1:14) TO SL-RUN-STAMP
                 MOVE RETURN-CODE TO SL-RC
                 WRITE STEP-LOG-REC
                 CLOSE STEPLOGFILE
             END-IF.
         END PROGRAM TRAIN.                                                                                                                                                
