                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS2.
             SELECT STEPLOGFILE ASSIGN STEPLOG
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS3.
         DATA DIVISION.
         FILE SECTION.
         FD  RUNCTLFILE RECORDING MODE IS F
         FD  BALRPTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-LINE             PIC X(100).
         FD  STEPLOGFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY STEPREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
            88 NOT-EOF1                   VALUE '0'.
         01 FS1                  PIC XX.
         01 FS2                  PIC XX.
         01 FS3                  PIC XX.
         01 PGM-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
         PROCEDURE DIVISION.
         MAIN-LINE.
             ELSE DISPLAY 'ERROR'
             END-IF.
             MOVE PGM-RETURN-CODE TO RETURN-CODE.
             PERFORM WRITE-STEP-LOG.
             STOP RUN.
         WRITE-STEP-LOG.
             OPEN EXTEND STEPLOGFILE.
             IF FS3 = ZERO
                 MOVE SPACES TO STEP-LOG-REC
                 MOVE 'BALANCE ' TO SL-PROGRAM
                 SET SL-STEP-END TO TRUE
                 MOVE ZERO TO SL-BUS-DATE
                 MOVE FUNCTION CURRENT-DATE(1:14) TO SL-RUN-STAMP
                 MOVE RETURN-CODE TO SL-RC
                 WRITE STEP-LOG-REC
                 CLOSE STEPLOGFILE
             END-IF.
         END PROGRAM BALANCE.
