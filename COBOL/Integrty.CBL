                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS5.
             SELECT SEATINV ASSIGN SEATINV
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS INV-KEY
                    STATUS IS FS6.
             SELECT STEPLOGFILE ASSIGN STEPLOG
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS7.
         DATA DIVISION.
         FILE SECTION.
         FD  MASTERFILE.
         FD  ACTIVITYFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
             COPY ACTREC.
         FD  SEATINV.
             COPY INVREC.
         FD  STEPLOGFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY STEPREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER            PIC X(4)  VALUE SPACES.
             02 VIO-REASON-P      PIC X(40).
             02 FILLER            PIC X(50) VALUE SPACES.
         01 INV-VIOLATION-LINE.
             02 IVIO-NUM-P        PIC X(6).
             02 FILLER            PIC X(4)  VALUE SPACES.
             02 FILLER            PIC X(30) VALUE
                                   'BOOKED EXCEEDS CAPACITY ON    '.
             02 IVIO-DATE-P       PIC 9(8).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 FILLER            PIC X(6)  VALUE 'CLASS '.
             02 IVIO-CLASS-P      PIC X.
             02 FILLER            PIC X(43) VALUE SPACES.
         01 TOTAL-LINE-1.
             02 FILLER           PIC X(20) VALUE 'RECORDS ON MASTER : '.
             02 TOT-COUNT-P       PIC Z,ZZZ,ZZ9.
         01 EOF2-SWITCH          PIC X.
            88 EOF2                       VALUE '1'.
            88 NOT-EOF2                   VALUE '0'.
         01 EOF3-SWITCH          PIC X.
            88 EOF3                       VALUE '1'.
            88 NOT-EOF3                   VALUE '0'.
         01 INV-OPEN-SW          PIC X VALUE 'N'.
            88 INV-OPEN                   VALUE 'Y'.
            88 INV-NOT-OPEN               VALUE 'N'.
         01 FS1                  PIC XX.
         01 FS2                  PIC XX.
         01 FS3                  PIC XX.
         01 FS4                  PIC XX.
         01 FS5                  PIC XX.
         01 FS6                  PIC XX.
         01 FS7                  PIC XX.
         01 PGM-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM WRITE-HEADER.
             WRITE RPT-LINE FROM VIOLATION-HDR-LINE.
             PERFORM SCAN-ONE-MASTER-RECORD UNTIL EOF1.
             PERFORM SCAN-ONE-INVENTORY-RECORD UNTIL EOF3.
             IF VIOLATION-COUNT = 0
                 WRITE RPT-LINE FROM VIOLATION-NONE-LINE
             END-IF.
             ELSE
                 ADD TRAIN-BOOKED TO BOOKED-TOT
             END-IF.
         WRITE-VIOLATION.
             ADD 1 TO VIOLATION-COUNT.
             MOVE TRAIN-NUMBER TO VIO-NUM-P.
             WRITE RPT-LINE FROM VIOLATION-LINE.
             MOVE 8 TO PGM-RETURN-CODE.
         SCAN-ONE-INVENTORY-RECORD.
             READ SEATINV NEXT RECORD
                 AT END SET EOF3 TO TRUE
             END-READ.
             IF NOT-EOF3
                 IF INV-BOOKED > INV-SEAT-CAP
                     ADD 1 TO VIOLATION-COUNT
                     MOVE INV-TRAIN-NUMBER TO IVIO-NUM-P
                     MOVE INV-TRAVEL-DATE TO IVIO-DATE-P
                     MOVE INV-CLASS-CODE TO IVIO-CLASS-P
                     WRITE RPT-LINE FROM INV-VIOLATION-LINE
                     MOVE 8 TO PGM-RETURN-CODE
                 END-IF
             END-IF.
         READ-ACTIVITY.
             READ ACTIVITYFILE
                 AT END SET EOF2 TO TRUE
             ELSE
                 SET EOF2 TO TRUE
             END-IF.
             OPEN INPUT SEATINV.
             IF FS6 = ZERO
                 SET INV-OPEN TO TRUE
                 SET NOT-EOF3 TO TRUE
             ELSE
                 SET EOF3 TO TRUE
             END-IF.
         WRITE-HEADER.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM HDR-LINE-1.
                 OPEN OUTPUT ACTIVITYFILE
                 CLOSE ACTIVITYFILE
             END-IF.
             IF INV-OPEN
                 CLOSE SEATINV
             END-IF.
             MOVE PGM-RETURN-CODE TO RETURN-CODE.
             PERFORM WRITE-STEP-LOG.
             STOP RUN.
         WRITE-STEP-LOG.
             OPEN EXTEND STEPLOGFILE.
             IF FS7 = ZERO
                 MOVE SPACES TO STEP-LOG-REC
                 MOVE 'INTEGRTY' TO SL-PROGRAM
                 SET SL-STEP-END TO TRUE
                 MOVE ZERO TO SL-BUS-DATE
                 MOVE FUNCTION CURRENT-DATE(1:14) TO SL-RUN-STAMP
                 MOVE RETURN-CODE TO SL-RC
                 WRITE STEP-LOG-REC
                 CLOSE STEPLOGFILE
             END-IF.
         END PROGRAM INTEGRTY.
