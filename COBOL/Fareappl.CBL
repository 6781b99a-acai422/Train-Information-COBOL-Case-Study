                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS8.
             SELECT STEPLOGFILE ASSIGN STEPLOG
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS9.
             SELECT SEGFILE ASSIGN SEGFARE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS SEG-KEY
                    STATUS IS FS10.
         DATA DIVISION.
         FILE SECTION.
         FD  PENDINFILE RECORDING MODE IS F
         01  DATE-PARM.
             02 DATE-PARM-RUN     PIC 9(8).
             02 FILLER            PIC X(2).
         FD  STEPLOGFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY STEPREC.
         FD  SEGFILE.
             COPY SEGREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 APL-NEW-FARE-P    PIC ZZZZZZZ9.99.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 APL-RESULT-P      PIC X(27).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 APL-BOARD-P       PIC X(10).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 APL-ALIGHT-P      PIC X(10).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 APL-CLASS-P       PIC X.
             02 FILLER            PIC X(3)  VALUE SPACES.
         01 SUMMARY-LINE-1.
             02 FILLER            PIC X(20) VALUE 'PENDINGS READ    : '.
             02 SUM-READ-P        PIC Z,ZZZ,ZZ9.
         01 FS6                  PIC XX.
         01 FS7                  PIC XX.
         01 FS8                  PIC XX.
         01 FS9                  PIC XX.
         01 FS10                 PIC XX.
         01 PGM-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
         PROCEDURE DIVISION.
         MAIN-LINE.
             MOVE PEND-TRAIN-NUMBER TO APL-NUM-P.
             MOVE PEND-EFF-DATE TO APL-EFF-P.
             MOVE PEND-NEW-FARE TO APL-NEW-FARE-P.
             MOVE PEND-BOARD-STN TO APL-BOARD-P.
             MOVE PEND-ALIGHT-STN TO APL-ALIGHT-P.
             MOVE PEND-CLASS-CODE TO APL-CLASS-P.
             IF PEND-EFF-DATE IS NOT NUMERIC
                 MOVE ZERO TO APL-OLD-FARE-P
                 MOVE 'REJECTED - BAD EFF DATE' TO APL-RESULT-P
                 IF PEND-EFF-DATE > APPLY-DATE
                     PERFORM CARRY-FORWARD
                 ELSE
                     IF PEND-BOARD-STN NOT = SPACES
                         PERFORM APPLY-SEGMENT-FARE
                     ELSE
                         PERFORM APPLY-ONE-FARE
                     END-IF
                 END-IF
             END-IF.
         CARRY-FORWARD.
             ELSE
                 PERFORM REWRITE-NEW-FARE
             END-IF.
         APPLY-SEGMENT-FARE.
             MOVE PEND-TRAIN-NUMBER TO SEG-TRAIN-NUMBER.
             MOVE PEND-BOARD-STN TO SEG-BOARD-STN.
             MOVE PEND-ALIGHT-STN TO SEG-ALIGHT-STN.
             MOVE PEND-CLASS-CODE TO SEG-CLASS-CODE.
             READ SEGFILE KEY IS SEG-KEY
                  INVALID KEY SET NOT-FOUND TO TRUE
                  NOT INVALID KEY SET FOUND TO TRUE
             END-READ.
             IF NOT-FOUND
                 MOVE ZERO TO APL-OLD-FARE-P
                 MOVE 'REJECTED - NO SEGMENT FARE' TO APL-RESULT-P
                 ADD 1 TO ERROR-CT
                 WRITE RPT-LINE FROM APPLY-DETAIL-LINE
             ELSE
                 PERFORM REWRITE-SEGMENT-FARE
             END-IF.
         REWRITE-SEGMENT-FARE.
             MOVE SPACES TO BEFORE-IMAGE-HOLD.
             MOVE SEG-FARE-REC TO BEFORE-IMAGE-HOLD.
             MOVE SEG-FARE TO APL-OLD-FARE-P.
             MOVE PEND-NEW-FARE TO SEG-FARE.
             MOVE PEND-EFF-DATE TO SEG-EFF-DATE.
             REWRITE SEG-FARE-REC.
             IF FS10 = ZERO
                 ADD 1 TO APPLIED-CT
                 PERFORM WRITE-SEGMENT-AUDIT
                 MOVE 'SEGMENT FARE APPLIED' TO APL-RESULT-P
             ELSE
                 DISPLAY 'ERROR'
                 MOVE 'REJECTED - SEGFARE I/O ERR' TO APL-RESULT-P
                 ADD 1 TO ERROR-CT
                 MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             WRITE RPT-LINE FROM APPLY-DETAIL-LINE.
         REWRITE-NEW-FARE.
             MOVE MASTER-REC TO BEFORE-IMAGE-HOLD.
             MOVE BEFORE-IMAGE-HOLD TO IMG-REC.
             MOVE BEFORE-IMAGE-HOLD TO AUD-BEFORE-IMAGE.
             MOVE MASTER-REC TO AUD-AFTER-IMAGE.
             WRITE AUDIT-REC.
         WRITE-SEGMENT-AUDIT.
             MOVE 'FAREAPPL' TO AUD-PROGRAM.
             MOVE 'SEGFARE ' TO AUD-ACTION.
             MOVE 'F' TO AUD-TRAN-CODE.
             MOVE RUN-DATE TO AUD-DATE.
             MOVE RUN-TIME TO AUD-TIME.
             MOVE PEND-TRAIN-NUMBER TO AUD-TRAIN-NUMBER.
             MOVE BEFORE-IMAGE-HOLD TO AUD-BEFORE-IMAGE.
             MOVE SPACES TO AUD-AFTER-IMAGE.
             MOVE SEG-FARE-REC TO AUD-AFTER-IMAGE.
             WRITE AUDIT-REC.
         WRITE-ACTIVITY.
             MOVE 'FAREAPPL' TO ACT-PROGRAM.
             MOVE RUN-DATE TO ACT-DATE.
             IF (FS7 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN I-O SEGFILE.
             IF (FS10 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
                  MOVE 8 TO PGM-RETURN-CODE
             END-IF.
         WRITE-HEADER.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM HDR-LINE-1.
             CLOSE FHISTFILE.
             CLOSE AUDITFILE.
             CLOSE ACTIVITYFILE.
             CLOSE SEGFILE.
             MOVE PGM-RETURN-CODE TO RETURN-CODE.
             PERFORM WRITE-STEP-LOG.
             STOP RUN.
         WRITE-STEP-LOG.
             OPEN EXTEND STEPLOGFILE.
             IF FS9 = ZERO
                 MOVE SPACES TO STEP-LOG-REC
                 MOVE 'FAREAPPL' TO SL-PROGRAM
                 SET SL-STEP-END TO TRUE
                 MOVE ZERO TO SL-BUS-DATE
                 MOVE FUNCTION CURRENT-DATE(1:14) TO SL-RUN-STAMP
                 MOVE RETURN-CODE TO SL-RC
                 WRITE STEP-LOG-REC
                 CLOSE STEPLOGFILE
             END-IF.
         END PROGRAM FAREAPPL.
