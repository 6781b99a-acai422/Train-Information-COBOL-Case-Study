         IDENTIFICATION DIVISION.
         PROGRAM-ID. WEBACK.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT ACKWORKFILE ASSIGN WEBACKW
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS1.
             SELECT ACKOUTFILE ASSIGN WEBACK
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS2.
             SELECT WEBRPTFILE ASSIGN WEBRPT
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS3.
             SELECT STEPLOGFILE ASSIGN STEPLOG
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS4.
         DATA DIVISION.
         FILE SECTION.
         FD  ACKWORKFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
             COPY WACKREC.
         FD  ACKOUTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  ACK-OUT-REC          PIC X(100).
         FD  WEBRPTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-LINE             PIC X(100).
         FD  STEPLOGFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY STEPREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER PIC X(40) VALUE SPACES.
             02 FILLER PIC X(23) VALUE 'WEB ACKNOWLEDGEMENT RUN'.
         01 VERDICT-GOOD-LINE.
             02 FILLER            PIC X(39) VALUE
                 'ACKNOWLEDGEMENTS BALANCED TO WEB FILE.'.
             02 FILLER            PIC X(61) VALUE SPACES.
         01 VERDICT-BAD-LINE.
             02 FILLER            PIC X(17) VALUE 'OUT OF BALANCE - '.
             02 OOB-REASON-P      PIC X(40).
             02 FILLER            PIC X(43) VALUE SPACES.
         01 SUMMARY-LINE-1.
             02 FILLER            PIC X(20) VALUE 'WEB DETAILS IN   : '.
             02 SUM-DETAILS-P     PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-2.
             02 FILLER            PIC X(20) VALUE 'BOOKING ACKS     : '.
             02 SUM-BOOKING-P     PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-3.
             02 FILLER            PIC X(20) VALUE 'FOLLOW-UP ACKS   : '.
             02 SUM-FOLLOW-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-4.
             02 FILLER            PIC X(20) VALUE 'FILE REJECT ACKS : '.
             02 SUM-REJECT-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-5.
             02 FILLER            PIC X(20) VALUE 'ACKS WRITTEN     : '.
             02 SUM-WRITTEN-P     PIC Z,ZZZ,ZZ9.
         01 HEADER-WORK.
             02 FILLER            PIC X(2)  VALUE 'H|'.
             02 HDR-DATE-X        PIC 9(8).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 HDR-TIME-X        PIC 9(6).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 HDR-READ-X        PIC 9(7).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 HDR-DETAILS-X     PIC 9(7).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 HDR-TRAILER-X     PIC 9(7).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 HDR-VERDICT-X     PIC X(1).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 HDR-REASON-X      PIC X(40).
             02 FILLER            PIC X(16) VALUE SPACES.
         01 DETAIL-WORK.
             02 FILLER            PIC X(2)  VALUE 'D|'.
             02 DET-KIND-X        PIC X(1).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 DET-WEB-ID-X      PIC X(12).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 DET-DISP-X        PIC X(2).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 DET-REF-X         PIC X(8).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 DET-NUMBER-X      PIC X(6).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 DET-DATE-X        PIC 9(8).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 DET-CONF-X        PIC 9(5).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 DET-WAIT-X        PIC 9(5).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 DET-FARE-X        PIC 9(8).99.
             02 FILLER            PIC X(1)  VALUE '|'.
             02 DET-REASON-X      PIC X(30).
             02 FILLER            PIC X(1)  VALUE SPACES.
         01 TRAILER-WORK.
             02 FILLER            PIC X(2)  VALUE 'T|'.
             02 TRL-COUNT-X       PIC 9(7).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 TRL-BOOKING-X     PIC 9(7).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 TRL-FOLLOW-X      PIC 9(7).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 TRL-REJECT-X      PIC 9(7).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 TRL-CONF-X        PIC 9(9).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 TRL-WAIT-X        PIC 9(9).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 TRL-HASH-X        PIC 9(12).99.
             02 FILLER            PIC X(31) VALUE SPACES.
         01 ACK-COUNTERS.
             02 CONTROL-CT     PIC 9(7) COMP VALUE ZERO.
             02 BOOKING-CT     PIC 9(7) COMP VALUE ZERO.
             02 FOLLOW-CT      PIC 9(7) COMP VALUE ZERO.
             02 REJECT-CT      PIC 9(7) COMP VALUE ZERO.
             02 UNKNOWN-CT     PIC 9(7) COMP VALUE ZERO.
             02 WRITTEN-CT     PIC 9(7) COMP VALUE ZERO.
         01 ACK-TOTALS.
             02 CONF-TOT       PIC 9(9) VALUE ZERO.
             02 WAIT-TOT       PIC 9(9) VALUE ZERO.
             02 FARE-HASH-TOT  PIC 9(12)V99 VALUE ZERO.
         01 CONTROL-HOLD.
             02 CH-READ           PIC 9(7) VALUE ZERO.
             02 CH-DETAILS        PIC 9(7) VALUE ZERO.
             02 CH-TRAILER        PIC 9(7) VALUE ZERO.
             02 CH-WRITTEN        PIC 9(7) VALUE ZERO.
             02 CH-VERDICT        PIC X VALUE SPACE.
                88 CH-ACCEPTED             VALUE 'A'.
                88 CH-REJECTED             VALUE 'R'.
             02 CH-REASON         PIC X(40) VALUE SPACES.
         01 RUN-STAMP.
             02 RUN-DATE          PIC 9(8).
             02 RUN-TIME          PIC 9(6).
         01 OOB-REASON-HOLD      PIC X(40) VALUE SPACES.
         01 BALANCE-SW           PIC X VALUE 'G'.
            88 ACKS-BALANCED              VALUE 'G'.
            88 ACKS-OUT-OF-BALANCE        VALUE 'B'.
         01 EOF1-SWITCH          PIC X.
            88 EOF1                       VALUE '1'.
            88 NOT-EOF1                   VALUE '0'.
         01 FS1                  PIC XX.
         01 FS2                  PIC XX.
         01 FS3                  PIC XX.
         01 FS4                  PIC XX.
         01 PGM-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM INITIALIZATION.
             PERFORM WRITE-HEADER.
             PERFORM SCAN-ONE-RECORD UNTIL EOF1.
             PERFORM CHECK-ACK-CONTROLS.
             PERFORM WRITE-PASS.
             PERFORM FINALIZATION.
             STOP RUN.
         SCAN-ONE-RECORD.
             READ ACKWORKFILE
                 AT END SET EOF1 TO TRUE
             END-READ.
             IF NOT-EOF1
                 EVALUATE TRUE
                   WHEN WACK-CONTROL
                       PERFORM HOLD-CONTROL
                   WHEN WACK-BOOKING
                       ADD 1 TO BOOKING-CT
                   WHEN WACK-FOLLOW-UP
                       ADD 1 TO FOLLOW-CT
                   WHEN WACK-FILE-REJECT
                       ADD 1 TO REJECT-CT
                   WHEN OTHER
                       ADD 1 TO UNKNOWN-CT
                 END-EVALUATE
             END-IF.
         HOLD-CONTROL.
             ADD 1 TO CONTROL-CT.
             MOVE WACK-CTL-READ TO CH-READ.
             MOVE WACK-CTL-DETAILS TO CH-DETAILS.
             MOVE WACK-CTL-TRAILER TO CH-TRAILER.
             MOVE WACK-CTL-WRITTEN TO CH-WRITTEN.
             MOVE WACK-CTL-VERDICT TO CH-VERDICT.
             MOVE WACK-CTL-REASON TO CH-REASON.
         CHECK-ACK-CONTROLS.
             IF CONTROL-CT = ZERO
                 MOVE 'WEB CONTROL RECORD MISSING' TO OOB-REASON-HOLD
                 PERFORM FLAG-OUT-OF-BALANCE
             END-IF.
             IF CONTROL-CT > 1
                 MOVE 'DUPLICATE WEB CONTROL RECORD' TO
                       OOB-REASON-HOLD
                 PERFORM FLAG-OUT-OF-BALANCE
             END-IF.
             IF UNKNOWN-CT > ZERO
                 MOVE 'UNRECOGNIZED WORK RECORD' TO OOB-REASON-HOLD
                 PERFORM FLAG-OUT-OF-BALANCE
             END-IF.
             IF CH-ACCEPTED
                AND (BOOKING-CT NOT = CH-DETAILS
                     OR BOOKING-CT NOT = CH-WRITTEN)
                 MOVE 'BOOKING ACKS NOT EQUAL TO WEB DETAILS' TO
                       OOB-REASON-HOLD
                 PERFORM FLAG-OUT-OF-BALANCE
             END-IF.
             IF CH-ACCEPTED AND REJECT-CT NOT = ZERO
                 MOVE 'REJECTION ACK FOR AN ACCEPTED FILE' TO
                       OOB-REASON-HOLD
                 PERFORM FLAG-OUT-OF-BALANCE
             END-IF.
             IF CH-REJECTED
                AND (REJECT-CT NOT = 1 OR BOOKING-CT NOT = ZERO)
                 MOVE 'REJECTED FILE NOT ACKNOWLEDGED ONCE' TO
                       OOB-REASON-HOLD
                 PERFORM FLAG-OUT-OF-BALANCE
             END-IF.
         FLAG-OUT-OF-BALANCE.
             IF ACKS-BALANCED
                 SET ACKS-OUT-OF-BALANCE TO TRUE
                 MOVE OOB-REASON-HOLD TO OOB-REASON-P
                 MOVE 8 TO PGM-RETURN-CODE
             END-IF.
         WRITE-PASS.
             PERFORM WRITE-ACK-HEADER.
             CLOSE ACKWORKFILE.
             OPEN INPUT ACKWORKFILE.
             IF FS1 NOT = ZERO
                 DISPLAY 'ERROR'
                 MOVE 'REOPEN FAILED ON WRITE PASS' TO
                       OOB-REASON-HOLD
                 PERFORM FLAG-OUT-OF-BALANCE
             ELSE
                 SET NOT-EOF1 TO TRUE
                 PERFORM WRITE-ONE-RECORD UNTIL EOF1
             END-IF.
             PERFORM WRITE-ACK-TRAILER.
         WRITE-ONE-RECORD.
             READ ACKWORKFILE
                 AT END SET EOF1 TO TRUE
             END-READ.
             IF NOT-EOF1
                AND (WACK-BOOKING OR WACK-FOLLOW-UP OR WACK-FILE-REJECT)
                 PERFORM WRITE-ACK-DETAIL
             END-IF.
         WRITE-ACK-HEADER.
             MOVE RUN-DATE TO HDR-DATE-X.
             MOVE RUN-TIME TO HDR-TIME-X.
             MOVE CH-READ TO HDR-READ-X.
             MOVE CH-DETAILS TO HDR-DETAILS-X.
             MOVE CH-TRAILER TO HDR-TRAILER-X.
             MOVE CH-VERDICT TO HDR-VERDICT-X.
             MOVE CH-REASON TO HDR-REASON-X.
             WRITE ACK-OUT-REC FROM HEADER-WORK.
         WRITE-ACK-DETAIL.
             MOVE WACK-KIND TO DET-KIND-X.
             MOVE WACK-WEB-ID TO DET-WEB-ID-X.
             MOVE WACK-DISP TO DET-DISP-X.
             MOVE WACK-BOOK-REF TO DET-REF-X.
             MOVE WACK-TRAIN-NUMBER TO DET-NUMBER-X.
             MOVE WACK-TRAVEL-DATE TO DET-DATE-X.
             MOVE WACK-CONF-QTY TO DET-CONF-X.
             MOVE WACK-WAIT-QTY TO DET-WAIT-X.
             MOVE WACK-FARE TO DET-FARE-X.
             MOVE WACK-REASON TO DET-REASON-X.
             WRITE ACK-OUT-REC FROM DETAIL-WORK.
             ADD 1 TO WRITTEN-CT.
             ADD WACK-CONF-QTY TO CONF-TOT.
             ADD WACK-WAIT-QTY TO WAIT-TOT.
             ADD WACK-FARE TO FARE-HASH-TOT.
         WRITE-ACK-TRAILER.
             MOVE WRITTEN-CT TO TRL-COUNT-X.
             MOVE BOOKING-CT TO TRL-BOOKING-X.
             MOVE FOLLOW-CT TO TRL-FOLLOW-X.
             MOVE REJECT-CT TO TRL-REJECT-X.
             MOVE CONF-TOT TO TRL-CONF-X.
             MOVE WAIT-TOT TO TRL-WAIT-X.
             MOVE FARE-HASH-TOT TO TRL-HASH-X.
             WRITE ACK-OUT-REC FROM TRAILER-WORK.
         INITIALIZATION.
             MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
             OPEN INPUT ACKWORKFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
                  MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             IF FS1 NOT = ZERO
                 SET EOF1 TO TRUE
             ELSE
                 SET NOT-EOF1 TO TRUE
             END-IF.
             OPEN OUTPUT ACKOUTFILE.
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
                  MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             OPEN OUTPUT WEBRPTFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
         WRITE-HEADER.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM HDR-LINE-1.
             WRITE RPT-LINE FROM STAR-LINE.
         FINALIZATION.
             IF ACKS-BALANCED
                 WRITE RPT-LINE FROM VERDICT-GOOD-LINE
             ELSE
                 WRITE RPT-LINE FROM VERDICT-BAD-LINE
             END-IF.
             WRITE RPT-LINE FROM STAR-LINE.
             MOVE CH-DETAILS TO SUM-DETAILS-P.
             MOVE BOOKING-CT TO SUM-BOOKING-P.
             MOVE FOLLOW-CT TO SUM-FOLLOW-P.
             MOVE REJECT-CT TO SUM-REJECT-P.
             MOVE WRITTEN-CT TO SUM-WRITTEN-P.
             WRITE RPT-LINE FROM SUMMARY-LINE-1.
             WRITE RPT-LINE FROM SUMMARY-LINE-2.
             WRITE RPT-LINE FROM SUMMARY-LINE-3.
             WRITE RPT-LINE FROM SUMMARY-LINE-4.
             WRITE RPT-LINE FROM SUMMARY-LINE-5.
             WRITE RPT-LINE FROM STAR-LINE.
             CLOSE ACKWORKFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE ACKOUTFILE.
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE WEBRPTFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             MOVE PGM-RETURN-CODE TO RETURN-CODE.
             PERFORM WRITE-STEP-LOG.
             STOP RUN.
         WRITE-STEP-LOG.
             OPEN EXTEND STEPLOGFILE.
             IF FS4 = ZERO
                 MOVE SPACES TO STEP-LOG-REC
                 MOVE 'WEBACK  ' TO SL-PROGRAM
                 SET SL-STEP-END TO TRUE
                 MOVE ZERO TO SL-BUS-DATE
                 MOVE FUNCTION CURRENT-DATE(1:14) TO SL-RUN-STAMP
                 MOVE RETURN-CODE TO SL-RC
                 WRITE STEP-LOG-REC
                 CLOSE STEPLOGFILE
             END-IF.
         END PROGRAM WEBACK.
