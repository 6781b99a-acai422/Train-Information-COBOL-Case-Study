                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS3.
             SELECT STEPLOGFILE ASSIGN STEPLOG
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS4.
             SELECT ACKFILE ASSIGN WEBACKW
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS5.
         DATA DIVISION.
         FILE SECTION.
         FD  WEBINFILE RECORDING MODE IS F
                03 WEB-BOOK-REF   PIC X(8).
                03 FILLER         PIC X.
                03 WEB-PARTY      PIC X(20).
                03 FILLER         PIC X.
                03 WEB-TRAVEL-DATE PIC X(8).
                03 FILLER         PIC X.
                03 WEB-BOARD-STN  PIC X(10).
                03 FILLER         PIC X.
                03 WEB-ALIGHT-STN PIC X(10).
                03 FILLER         PIC X.
                03 WEB-REQUEST-ID PIC X(12).
                03 FILLER         PIC X(10).
             02 WEB-TRAILER-BODY REDEFINES WEB-REC-BODY.
                03 WEB-TRL-COUNT  PIC X(7).
                03 FILLER         PIC X(91).
             02 BOUT-CLASS-CODE   PIC X.
             02 BOUT-BOOK-REF     PIC X(8).
             02 BOUT-PARTY        PIC X(20).
             02 BOUT-TRAVEL-DATE  PIC 9(8).
             02 BOUT-BOARD-STN    PIC X(10).
             02 BOUT-ALIGHT-STN   PIC X(10).
             02 BOUT-WEB-ID       PIC X(12).
             02 FILLER            PIC X(20) VALUE SPACES.
         FD  WEBRPTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-LINE             PIC X(100).
         FD  STEPLOGFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY STEPREC.
         FD  ACKFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
             COPY WACKREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
         01 FS1                  PIC XX.
         01 FS2                  PIC XX.
         01 FS3                  PIC XX.
         01 FS4                  PIC XX.
         01 FS5                  PIC XX.
         01 PGM-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
         PROCEDURE DIVISION.
         MAIN-LINE.
             IF FILE-GOOD
                 PERFORM CONVERT-PASS
             END-IF.
             PERFORM WRITE-WEB-CONTROL.
             PERFORM FINALIZATION.
             STOP RUN.
         VERIFY-ONE-RECORD.
                       REJECT-REASON-HOLD
                 PERFORM FLAG-FILE-BAD
             END-IF.
             IF WEB-TRAVEL-DATE IS NOT NUMERIC
                 MOVE 'DETAIL WITH NON-NUMERIC TRAVEL DATE' TO
                       REJECT-REASON-HOLD
                 PERFORM FLAG-FILE-BAD
             END-IF.
             IF WEB-REQUEST-ID = SPACES
                 MOVE 'DETAIL WITH BLANK REQUEST ID' TO
                       REJECT-REASON-HOLD
                 PERFORM FLAG-FILE-BAD
             END-IF.
         VERIFY-TRAILER-REC.
             SET TRAILER-SEEN TO TRUE.
             IF WEB-TRL-COUNT IS NUMERIC
                 MOVE WEB-CLASS-CODE TO BOUT-CLASS-CODE
                 MOVE WEB-BOOK-REF TO BOUT-BOOK-REF
                 MOVE WEB-PARTY TO BOUT-PARTY
                 MOVE WEB-TRAVEL-DATE TO BOUT-TRAVEL-DATE
                 MOVE WEB-BOARD-STN TO BOUT-BOARD-STN
                 MOVE WEB-ALIGHT-STN TO BOUT-ALIGHT-STN
                 MOVE WEB-REQUEST-ID TO BOUT-WEB-ID
                 WRITE BOOK-OUT-REC
                 ADD 1 TO WRITTEN-CT
             END-IF.
         WRITE-WEB-CONTROL.
             MOVE SPACES TO WEB-ACK-REC.
             SET WACK-CONTROL TO TRUE.
             MOVE READ-CT TO WACK-CTL-READ.
             MOVE DETAIL-CT TO WACK-CTL-DETAILS.
             MOVE TRAILER-COUNT TO WACK-CTL-TRAILER.
             MOVE WRITTEN-CT TO WACK-CTL-WRITTEN.
             IF FILE-GOOD
                 SET WACK-CTL-ACCEPTED TO TRUE
             ELSE
                 SET WACK-CTL-REJECTED TO TRUE
                 MOVE REJECT-REASON-P TO WACK-CTL-REASON
             END-IF.
             WRITE WEB-ACK-REC.
             IF FILE-BAD
                 MOVE SPACES TO WEB-ACK-REC
                 SET WACK-FILE-REJECT TO TRUE
                 SET WACK-RESEND TO TRUE
                 MOVE ZERO TO WACK-TRAVEL-DATE
                 MOVE ZERO TO WACK-CONF-QTY
                 MOVE ZERO TO WACK-WAIT-QTY
                 MOVE ZERO TO WACK-FARE
                 MOVE REJECT-REASON-P TO WACK-REASON
                 WRITE WEB-ACK-REC
             END-IF.
         INITIALIZATION.
             OPEN INPUT WEBINFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN EXTEND ACKFILE.
             IF (FS5 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
                  MOVE 8 TO PGM-RETURN-CODE
             END-IF.
         WRITE-HEADER.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM HDR-LINE-1.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE ACKFILE.
             IF (FS5 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             MOVE PGM-RETURN-CODE TO RETURN-CODE.
             PERFORM WRITE-STEP-LOG.
             STOP RUN.
         WRITE-STEP-LOG.
             OPEN EXTEND STEPLOGFILE.
             IF FS4 = ZERO
                 MOVE SPACES TO STEP-LOG-REC
                 MOVE 'WEBBOOK ' TO SL-PROGRAM
                 SET SL-STEP-END TO TRUE
                 MOVE ZERO TO SL-BUS-DATE
                 MOVE FUNCTION CURRENT-DATE(1:14) TO SL-RUN-STAMP
                 MOVE RETURN-CODE TO SL-RC
                 WRITE STEP-LOG-REC
                 CLOSE STEPLOGFILE
             END-IF.
         END PROGRAM WEBBOOK.
