                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS2.
             SELECT STEPLOGFILE ASSIGN STEPLOG
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS3.
             SELECT SEATINV ASSIGN SEATINV
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS INV-KEY
                    STATUS IS FS4.
         DATA DIVISION.
         FILE SECTION.
         FD  MASTERFILE.
         FD  EXTRACTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  EXT-REC              PIC X(100).
         FD  STEPLOGFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY STEPREC.
         FD  SEATINV.
             COPY INVREC.
         WORKING-STORAGE SECTION.
         01 RUN-STAMP.
             02 RUN-DATE          PIC 9(8).
         01 EOF1-SWITCH          PIC X.
            88 EOF1                       VALUE '1'.
            88 NOT-EOF1                   VALUE '0'.
         01 INV-FOUND            PIC X.
            88 INV-NOT-ON-FILE            VALUE 'N'.
            88 INV-ON-FILE                VALUE 'Y'.
         01 INV-OPEN-SW          PIC X VALUE 'N'.
            88 INV-OPEN                   VALUE 'Y'.
            88 INV-NOT-OPEN               VALUE 'N'.
         01 FS1                  PIC XX.
         01 FS2                  PIC XX.
         01 FS3                  PIC XX.
         01 FS4                  PIC XX.
         01 PGM-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
         PROCEDURE DIVISION.
         MAIN-LINE.
         WRITE-EXTRACT-DETAIL.
             IF TRAIN-FARE IS NOT NUMERIC
                OR TRAIN-SEAT-CAP IS NOT NUMERIC
                 ADD 1 TO EXT-SKIPPED
             ELSE
                 ADD 1 TO EXT-COUNT
                 MOVE TRAIN-ARR-STN TO DET-ARR-STN-X
                 MOVE TRAIN-ARR-TIME TO DET-ARR-TIME-X
                 MOVE TRAIN-FARE TO DET-FARE-X
                 PERFORM READ-INVENTORY
                 IF INV-ON-FILE AND INV-WITHDRAWN
                     MOVE ZERO TO SEATS-AVAIL
                 ELSE
                     COMPUTE SEATS-AVAIL = TRAIN-SEAT-CAP - INV-BOOKED
                 END-IF
                 MOVE SEATS-AVAIL TO DET-AVAIL-X
                 WRITE EXT-REC FROM DETAIL-WORK
             END-IF.
         READ-INVENTORY.
             SET INV-NOT-ON-FILE TO TRUE.
             IF INV-OPEN
                 MOVE TRAIN-NUMBER TO INV-TRAIN-NUMBER
                 MOVE SPACE TO INV-CLASS-CODE
                 MOVE RUN-DATE TO INV-TRAVEL-DATE
                 READ SEATINV KEY IS INV-KEY
                      INVALID KEY SET INV-NOT-ON-FILE TO TRUE
                      NOT INVALID KEY SET INV-ON-FILE TO TRUE
                 END-READ
             END-IF.
             IF INV-NOT-ON-FILE
                 MOVE ZERO TO INV-BOOKED
             END-IF.
         WRITE-EXTRACT-HEADER.
             MOVE RUN-DATE TO HDR-DATE-X.
             MOVE RUN-TIME TO HDR-TIME-X.
             IF FS2 NOT = ZERO
                 MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             OPEN INPUT SEATINV.
             IF (FS4 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS4 = ZERO
                 SET INV-OPEN TO TRUE
             ELSE
                 MOVE 8 TO PGM-RETURN-CODE
             END-IF.
         FINALIZATION.
             CLOSE MASTERFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF INV-OPEN
                 CLOSE SEATINV
             END-IF.
             MOVE PGM-RETURN-CODE TO RETURN-CODE.
             PERFORM WRITE-STEP-LOG.
             STOP RUN.
         WRITE-STEP-LOG.
             OPEN EXTEND STEPLOGFILE.
             IF FS3 = ZERO
                 MOVE SPACES TO STEP-LOG-REC
                 MOVE 'EXTRACT ' TO SL-PROGRAM
                 SET SL-STEP-END TO TRUE
                 MOVE ZERO TO SL-BUS-DATE
                 MOVE FUNCTION CURRENT-DATE(1:14) TO SL-RUN-STAMP
                 MOVE RETURN-CODE TO SL-RC
                 WRITE STEP-LOG-REC
                 CLOSE STEPLOGFILE
             END-IF.
         END PROGRAM EXTRACT.
