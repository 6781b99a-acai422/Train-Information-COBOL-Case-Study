                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS4.
             SELECT SEATINV ASSIGN SEATINV
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS INV-KEY
                    STATUS IS FS5.
         DATA DIVISION.
         FILE SECTION.
         FD  MASTERFILE.
             02 PP-FARE-FLOOR     PIC 9(8)V99.
             02 PP-FARE-CEIL      PIC 9(8)V99.
             02 PP-EFF-DATE       PIC 9(8).
             02 PP-LOAD-DATE      PIC 9(8).
             02 FILLER            PIC X(2).
         FD  PROPFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  PROPOSAL-TRAN.
         FD  PROPRPTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-LINE             PIC X(100).
         FD  SEATINV.
             COPY INVREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER            PIC X(12) VALUE '  EFF DATE: '.
             02 RULE-EFF-P        PIC 9(8).
             02 FILLER            PIC X(35) VALUE SPACES.
         01 RULE-LINE-3.
             02 FILLER            PIC X(22) VALUE
                                   'LOAD FOR TRAVEL DATE: '.
             02 RULE-LOAD-DATE-P  PIC 9(8).
             02 FILLER            PIC X(70) VALUE SPACES.
         01 COL-LINE-1.
             02 FILLER PIC X(6)  VALUE 'TRAIN '.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FARE-FLOOR     PIC 9(8)V99 VALUE ZERO.
             02 FARE-CEIL      PIC 9(8)V99 VALUE ZERO.
             02 PROP-EFF-HOLD  PIC 9(8) VALUE ZERO.
             02 LOAD-DATE      PIC 9(8) VALUE ZERO.
         01 RUN-STAMP.
             02 RUN-DATE          PIC 9(8).
             02 RUN-TIME          PIC 9(6).
         01 LOAD-PCT           PIC 9(5) COMP VALUE ZERO.
         01 PROPOSED-FARE      PIC 9(8)V99 VALUE ZERO.
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
         01 FS5                  PIC XX.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM INITIALIZATION.
         PROPOSE-ONE-TRAIN.
             IF TRAIN-FARE IS NOT NUMERIC
                OR TRAIN-SEAT-CAP IS NOT NUMERIC
                OR TRAIN-SEAT-CAP = ZERO
                OR TRAIN-FARE = ZERO
                 ADD 1 TO SKIPPED-CT
             ELSE
                 PERFORM READ-INVENTORY
                 IF INV-ON-FILE AND INV-WITHDRAWN
                     ADD 1 TO SKIPPED-CT
                 ELSE
                     PERFORM PROPOSE-FROM-LOAD
                 END-IF
             END-IF.
         PROPOSE-FROM-LOAD.
             ADD 1 TO READ-CT.
             COMPUTE LOAD-PCT =
                     (INV-BOOKED * 100) / TRAIN-SEAT-CAP.
             EVALUATE TRUE
               WHEN LOAD-PCT > HIGH-LOAD-PCT
                   PERFORM PROPOSE-INCREASE
               WHEN LOAD-PCT < LOW-LOAD-PCT
                   PERFORM PROPOSE-DECREASE
               WHEN OTHER
                   CONTINUE
             END-EVALUATE.
         READ-INVENTORY.
             MOVE TRAIN-NUMBER TO INV-TRAIN-NUMBER.
             MOVE SPACE TO INV-CLASS-CODE.
             MOVE LOAD-DATE TO INV-TRAVEL-DATE.
             READ SEATINV KEY IS INV-KEY
                  INVALID KEY SET INV-NOT-ON-FILE TO TRUE
                  NOT INVALID KEY SET INV-ON-FILE TO TRUE
             END-READ.
             IF INV-NOT-ON-FILE
                 MOVE ZERO TO INV-BOOKED
             END-IF.
         PROPOSE-INCREASE.
             COMPUTE PROPOSED-FARE ROUNDED =
             IF PP-EFF-DATE IS NUMERIC
                 MOVE PP-EFF-DATE TO PROP-EFF-HOLD
             END-IF.
             IF PP-LOAD-DATE IS NUMERIC AND PP-LOAD-DATE > ZERO
                 MOVE PP-LOAD-DATE TO LOAD-DATE
             END-IF.
         INITIALIZATION.
             MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
             MOVE RUN-DATE TO LOAD-DATE.
             OPEN INPUT MASTERFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             IF FS2 = ZERO
                 PERFORM READ-PARM
             END-IF.
             OPEN INPUT SEATINV.
             IF (FS5 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS5 = ZERO
                 SET INV-OPEN TO TRUE
             ELSE
                 SET EOF1 TO TRUE
             END-IF.
             OPEN OUTPUT PROPFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             MOVE FARE-CEIL TO RULE-CEIL-P.
             MOVE PROP-EFF-HOLD TO RULE-EFF-P.
             WRITE RPT-LINE FROM RULE-LINE-2.
             MOVE LOAD-DATE TO RULE-LOAD-DATE-P.
             WRITE RPT-LINE FROM RULE-LINE-3.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM COL-LINE-1.
             WRITE RPT-LINE FROM STAR-LINE.
             IF FS2 = ZERO
                 CLOSE PROPPARMFILE
             END-IF.
             IF INV-OPEN
                 CLOSE SEATINV
             END-IF.
             CLOSE PROPFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
