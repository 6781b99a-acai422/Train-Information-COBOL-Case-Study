                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS7.
             SELECT STEPLOGFILE ASSIGN STEPLOG
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS8.
         DATA DIVISION.
         FILE SECTION.
         FD  MAINTRAWFILE RECORDING MODE IS F
             02 EC-CANCEL-QTY     PIC X(5).
             02 EC-EFF-DATE       PIC X(8).
             02 EC-BOOK-REF       PIC X(8).
             02 EC-BOARD-STN      PIC X(10).
             02 EC-ALIGHT-STN     PIC X(10).
             02 EC-CLASS-CODE     PIC X.
             02 FILLER            PIC X(41).
         FD  MAINTOKFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  MAINTOK-REC          PIC X(100).
         FD  RUNCTLFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY RCREC.
         FD  STEPLOGFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY STEPREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
         01 FS5                  PIC XX.
         01 FS6                  PIC XX.
         01 FS7                  PIC XX.
         01 FS8                  PIC XX.
         01 RUN-STAMP.
             02 RUN-DATE          PIC 9(8).
             02 RUN-TIME          PIC 9(6).
                 MOVE 'C005' TO REASON-HOLD
                 PERFORM ADD-REASON
             END-IF.
             IF EC-BOARD-STN = SPACES
                 IF EC-ALIGHT-STN NOT = SPACES
                    OR EC-CLASS-CODE NOT = SPACE
                     MOVE 'C007' TO REASON-HOLD
                     PERFORM ADD-REASON
                 END-IF
             ELSE
                 IF EC-ALIGHT-STN = SPACES
                    OR EC-ALIGHT-STN = EC-BOARD-STN
                     MOVE 'C007' TO REASON-HOLD
                     PERFORM ADD-REASON
                 END-IF
             END-IF.
         VALIDATE-COMP-CANCEL.
             IF EC-CANCEL-QTY NOT = SPACES
                AND EC-CANCEL-QTY IS NOT NUMERIC
             CLOSE EDITRPTFILE.
             CLOSE RUNCTLFILE.
             MOVE PGM-RETURN-CODE TO RETURN-CODE.
             PERFORM WRITE-STEP-LOG.
             STOP RUN.
         WRITE-STEP-LOG.
             OPEN EXTEND STEPLOGFILE.
             IF FS8 = ZERO
                 MOVE SPACES TO STEP-LOG-REC
                 MOVE 'EDITTRAN' TO SL-PROGRAM
                 SET SL-STEP-END TO TRUE
                 MOVE ZERO TO SL-BUS-DATE
                 MOVE FUNCTION CURRENT-DATE(1:14) TO SL-RUN-STAMP
                 MOVE RETURN-CODE TO SL-RC
                 WRITE STEP-LOG-REC
                 CLOSE STEPLOGFILE
             END-IF.
         END PROGRAM EDITTRAN.
