                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS CLS-CLASS-KEY
                    STATUS IS FS4.
             SELECT SEATINV ASSIGN SEATINV
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS INV-KEY
                    STATUS IS FS5.
         DATA DIVISION.
         FILE SECTION.
         FD  MASTERFILE.
         01  RPT-LINE             PIC X(100).
         FD  CLASSFILE.
             COPY CLSREC.
         FD  SEATINV.
             COPY INVREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 THRESH-P          PIC ZZ9.
             02 FILLER            PIC X(1)  VALUE '%'.
             02 FILLER            PIC X(73) VALUE SPACES.
         01 TRAVEL-DATE-LINE.
             02 FILLER            PIC X(22) VALUE
                                   'TRAVEL DATE          :'.
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 TRAVEL-DATE-P     PIC 9(8).
             02 FILLER            PIC X(69) VALUE SPACES.
         01 TRAIN-SECTION-LINE.
             02 FILLER            PIC X(16) VALUE 'LOAD BY TRAIN   '.
             02 FILLER            PIC X(84) VALUE SPACES.
         01 LOAD-PCT           PIC 9(3) COMP VALUE ZERO.
         01 UNSOLD-CT          PIC S9(5) COMP VALUE ZERO.
         01 REVENUE-AMT        PIC 9(11)V99 VALUE ZERO.
         01 BOOKED-QTY         PIC 9(5) VALUE ZERO.
         01 RUN-STAMP.
             02 RUN-DATE          PIC 9(8).
             02 RUN-TIME          PIC 9(6).
         01 EOF1-SWITCH          PIC X.
            88 EOF1                       VALUE '1'.
            88 NOT-EOF1                   VALUE '0'.
         01 CLS-OPEN-SW          PIC X VALUE 'N'.
            88 CLS-OPEN                   VALUE 'Y'.
            88 CLS-NOT-OPEN               VALUE 'N'.
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
         REPORT-ONE-TRAIN.
             IF TRAIN-FARE IS NOT NUMERIC
                OR TRAIN-SEAT-CAP IS NOT NUMERIC
                 ADD 1 TO SKIPPED-COUNT
             ELSE
                 ADD 1 TO TRAIN-COUNT
                 MOVE TRAIN-NUMBER TO INV-TRAIN-NUMBER
                 MOVE SPACE TO INV-CLASS-CODE
                 PERFORM READ-INVENTORY
                 PERFORM COMPUTE-LOAD-FIGURES
                 MOVE TRAIN-NUMBER TO OCC-NUM-P
                 MOVE TRAIN-DEP-STN TO OCC-DEP-P
                 MOVE TRAIN-ARR-STN TO OCC-ARR-P
                 MOVE TRAIN-SEAT-CAP TO OCC-CAP-P
                 MOVE BOOKED-QTY TO OCC-BKD-P
                 MOVE UNSOLD-CT TO OCC-UNSOLD-P
                 MOVE LOAD-PCT TO OCC-LOAD-P
                 MOVE REVENUE-AMT TO OCC-REV-P
                 PERFORM ACCUM-BY-ROUTE
             END-IF.
         COMPUTE-LOAD-FIGURES.
             COMPUTE UNSOLD-CT = TRAIN-SEAT-CAP - BOOKED-QTY.
             IF TRAIN-SEAT-CAP > ZERO
                 COMPUTE LOAD-PCT =
                         (BOOKED-QTY * 100) / TRAIN-SEAT-CAP
             ELSE
                 MOVE ZERO TO LOAD-PCT
             END-IF.
             COMPUTE REVENUE-AMT = BOOKED-QTY * TRAIN-FARE.
             EVALUATE TRUE
               WHEN INV-ON-FILE AND INV-WITHDRAWN
                   MOVE 'WITHDRWN' TO OCC-FLAG-P
               WHEN LOAD-PCT < THRESHOLD
                   MOVE 'LOW LOAD' TO OCC-FLAG-P
               WHEN OTHER
                   MOVE SPACES TO OCC-FLAG-P
             END-EVALUATE.
         READ-INVENTORY.
             MOVE RUN-DATE TO INV-TRAVEL-DATE.
             READ SEATINV KEY IS INV-KEY
                  INVALID KEY SET INV-NOT-ON-FILE TO TRUE
                  NOT INVALID KEY SET INV-ON-FILE TO TRUE
             END-READ.
             IF INV-ON-FILE
                 MOVE INV-BOOKED TO BOOKED-QTY
             ELSE
                 MOVE ZERO TO BOOKED-QTY
             END-IF.
         ACCUM-BY-ROUTE.
             SET RT-IDX TO 1.
                 WHEN RT-DEP-STN(RT-IDX) = TRAIN-DEP-STN
                      AND RT-ARR-STN(RT-IDX) = TRAIN-ARR-STN
                     ADD TRAIN-SEAT-CAP TO RT-CAP-TOT(RT-IDX)
                     ADD BOOKED-QTY TO RT-BKD-TOT(RT-IDX)
                     ADD REVENUE-AMT TO RT-REV-TOT(RT-IDX)
             END-SEARCH.
         ADD-ROUTE-ENTRY.
                 MOVE TRAIN-DEP-STN TO RT-DEP-STN(RT-IDX)
                 MOVE TRAIN-ARR-STN TO RT-ARR-STN(RT-IDX)
                 MOVE TRAIN-SEAT-CAP TO RT-CAP-TOT(RT-IDX)
                 MOVE BOOKED-QTY TO RT-BKD-TOT(RT-IDX)
                 MOVE REVENUE-AMT TO RT-REV-TOT(RT-IDX)
             ELSE
                 ADD 1 TO ROUTE-DROPPED
         REPORT-ONE-CLASS.
             IF CLS-FARE IS NOT NUMERIC
                OR CLS-SEAT-CAP IS NOT NUMERIC
                 ADD 1 TO SKIPPED-COUNT
             ELSE
                 ADD 1 TO CLASS-REC-COUNT
                 MOVE CLS-TRAIN-NUMBER TO INV-TRAIN-NUMBER
                 MOVE CLS-CLASS-CODE TO INV-CLASS-CODE
                 PERFORM READ-INVENTORY
                 COMPUTE UNSOLD-CT = CLS-SEAT-CAP - BOOKED-QTY
                 IF CLS-SEAT-CAP > ZERO
                     COMPUTE LOAD-PCT =
                             (BOOKED-QTY * 100) / CLS-SEAT-CAP
                 ELSE
                     MOVE ZERO TO LOAD-PCT
                 END-IF
                 COMPUTE REVENUE-AMT = BOOKED-QTY * CLS-FARE
                 MOVE CLS-TRAIN-NUMBER TO CLSD-NUM-P
                 MOVE CLS-CLASS-CODE TO CLSD-CLASS-P
                 MOVE CLS-SEAT-CAP TO CLSD-CAP-P
                 MOVE BOOKED-QTY TO CLSD-BKD-P
                 MOVE UNSOLD-CT TO CLSD-UNSOLD-P
                 MOVE LOAD-PCT TO CLSD-LOAD-P
                 MOVE REVENUE-AMT TO CLSD-REV-P
                     PERFORM ADD-CLASS-TOT-ENTRY
                 WHEN CLT-CLASS(CLT-IDX) = CLS-CLASS-CODE
                     ADD CLS-SEAT-CAP TO CLT-CAP-TOT(CLT-IDX)
                     ADD BOOKED-QTY TO CLT-BKD-TOT(CLT-IDX)
                     ADD REVENUE-AMT TO CLT-REV-TOT(CLT-IDX)
             END-SEARCH.
         ADD-CLASS-TOT-ENTRY.
                 SET CLT-IDX TO CLASS-TOT-COUNT
                 MOVE CLS-CLASS-CODE TO CLT-CLASS(CLT-IDX)
                 MOVE CLS-SEAT-CAP TO CLT-CAP-TOT(CLT-IDX)
                 MOVE BOOKED-QTY TO CLT-BKD-TOT(CLT-IDX)
                 MOVE REVENUE-AMT TO CLT-REV-TOT(CLT-IDX)
             END-IF.
         WRITE-ONE-CLASS-TOTAL.
                     END-IF
             END-READ.
         INITIALIZATION.
             MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
             OPEN INPUT MASTERFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
                 SET CLS-OPEN TO TRUE
                 SET NOT-EOF2 TO TRUE
             END-IF.
             OPEN INPUT SEATINV.
             IF (FS5 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS5 = ZERO
                 SET INV-OPEN TO TRUE
             ELSE
                 SET EOF1 TO TRUE
                 SET EOF2 TO TRUE
             END-IF.
         WRITE-HEADER.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM HDR-LINE-1.
             WRITE RPT-LINE FROM STAR-LINE.
             MOVE THRESHOLD TO THRESH-P.
             WRITE RPT-LINE FROM THRESHOLD-LINE.
             MOVE RUN-DATE TO TRAVEL-DATE-P.
             WRITE RPT-LINE FROM TRAVEL-DATE-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
         FINALIZATION.
             IF SKIPPED-COUNT > 0
             IF CLS-OPEN
                 CLOSE CLASSFILE
             END-IF.
             IF INV-OPEN
                 CLOSE SEATINV
             END-IF.
             CLOSE OCCRPTFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
