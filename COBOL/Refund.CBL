                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS4.
             SELECT FHARCHFILE ASSIGN FHARCH
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS5.
             SELECT ARCHCTLFILE ASSIGN ARCHCTL
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS6.
         DATA DIVISION.
         FILE SECTION.
         FD  CLAIMFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY CLMREC.
         FD  REFPAYFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY REFREC.
         FD  FHISTFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
         01  FH-FILE-REC          PIC X(50).
         FD  CLAIMRPT RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-LINE             PIC X(100).
         FD  FHARCHFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
         01  FH-ARCH-REC          PIC X(50).
         FD  ARCHCTLFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY ARCREC.
         WORKING-STORAGE SECTION.
             COPY FHREC.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER PIC X(40) VALUE SPACES.
         01 SUMMARY-LINE-5.
             02 FILLER            PIC X(20) VALUE 'REFUND TOTAL     : '.
             02 SUM-REFTOT-P      PIC ZZZ,ZZZ,ZZ9.99.
         01 DELAY-DISP.
             02 FILLER            PIC X(18) VALUE 'DELAY REPAY - REF '.
             02 DLY-REF-P         PIC X(8).
             02 FILLER            PIC X(4)  VALUE SPACES.
         01 CLAIM-COUNTERS.
             02 READ-CT        PIC 9(7) COMP VALUE ZERO.
             02 REFUND-CT      PIC 9(7) COMP VALUE ZERO.
         01 FARE-EFF-DATE      PIC 9(8) VALUE ZERO.
         01 EARLIEST-EFF-DATE  PIC 9(8) VALUE ZERO.
         01 EARLIEST-OLD-FARE  PIC 9(8)V99 VALUE ZERO.
         01 ARCHIVE-CUTOFF     PIC 9(8) VALUE ZERO.
         01 REFUND-AMT         PIC S9(8)V99 VALUE ZERO.
         01 FARE-FOUND-SW        PIC X.
            88 FARE-FOUND                 VALUE 'Y'.
         01 FS2                  PIC XX.
         01 FS3                  PIC XX.
         01 FS4                  PIC XX.
         01 FS5                  PIC XX.
         01 FS6                  PIC XX.
         01 PGM-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
         PROCEDURE DIVISION.
         MAIN-LINE.
             END-IF.
             MOVE CLM-TRAVEL-DATE TO CLD-TRAVEL-P.
             MOVE CLM-PAID-AMT TO CLD-PAID-P.
             IF CLM-DELAY-REPAY
                 PERFORM SETTLE-DELAY-CLAIM
                 GO TO READ-CLAIM-EXIT
             END-IF.
             PERFORM FIND-FARE-ON-DATE.
             IF FARE-NOT-FOUND
                 MOVE ZERO TO CLD-FARE-P
             MOVE ZERO TO FARE-EFF-DATE.
             MOVE ZERO TO EARLIEST-EFF-DATE.
             MOVE ZERO TO EARLIEST-OLD-FARE.
             IF ARCHIVE-CUTOFF > ZERO
                AND CLM-TRAVEL-DATE < ARCHIVE-CUTOFF
                 PERFORM SCAN-FARE-ARCHIVE
             END-IF.
             PERFORM SCAN-FARE-HISTORY.
             IF FARE-NOT-FOUND AND HIST-SEEN
                 MOVE EARLIEST-OLD-FARE TO FARE-IN-EFFECT
                 PERFORM SCAN-ONE-HIST-REC UNTIL EOF3
                 CLOSE FHISTFILE
             END-IF.
         SCAN-FARE-ARCHIVE.
             SET NOT-EOF3 TO TRUE.
             OPEN INPUT FHARCHFILE.
             IF FS5 NOT = ZERO
                 DISPLAY 'ERROR'
                 SET EOF3 TO TRUE
             ELSE
                 PERFORM SCAN-ONE-ARCH-REC UNTIL EOF3
                 CLOSE FHARCHFILE
             END-IF.
         SCAN-ONE-ARCH-REC.
             READ FHARCHFILE INTO FARE-HIST-REC
                 AT END SET EOF3 TO TRUE
             END-READ.
             IF NOT-EOF3 AND FH-TRAIN-NUMBER = CLM-TRAIN-NUMBER
                 PERFORM TEST-HIST-REC
             END-IF.
         SCAN-ONE-HIST-REC.
             READ FHISTFILE INTO FARE-HIST-REC
                 AT END SET EOF3 TO TRUE
             END-READ.
             IF NOT-EOF3 AND FH-TRAIN-NUMBER = CLM-TRAIN-NUMBER
                   ADD 1 TO NOREF-CT
             END-EVALUATE.
             WRITE RPT-LINE FROM CLAIM-DETAIL-LINE.
         SETTLE-DELAY-CLAIM.
             MOVE 'DELAY' TO CLD-EFF-P.
             IF CLM-REPAY-PCT IS NOT NUMERIC
                OR CLM-REPAY-PCT > 100
                 MOVE ZERO TO CLD-FARE-P
                 MOVE ZERO TO CLD-REFUND-P
                 MOVE 'REJECTED - BAD REPAY PERCENT' TO CLD-DISP-P
                 ADD 1 TO ERROR-CT
                 MOVE 4 TO PGM-RETURN-CODE
                 WRITE RPT-LINE FROM CLAIM-DETAIL-LINE
             ELSE
                 COMPUTE REFUND-AMT ROUNDED =
                         CLM-PAID-AMT * CLM-REPAY-PCT / 100
                 COMPUTE FARE-IN-EFFECT = CLM-PAID-AMT - REFUND-AMT
                 MOVE FARE-IN-EFFECT TO CLD-FARE-P
                 MOVE CLM-BOOK-REF TO DLY-REF-P
                 MOVE DELAY-DISP TO CLD-DISP-P
                 IF REFUND-AMT > ZERO
                     MOVE REFUND-AMT TO CLD-REFUND-P
                     ADD 1 TO REFUND-CT
                     ADD REFUND-AMT TO REFUND-TOTAL
                     PERFORM WRITE-REFUND-PAYMENT
                 ELSE
                     MOVE ZERO TO CLD-REFUND-P
                     ADD 1 TO NOREF-CT
                 END-IF
                 WRITE RPT-LINE FROM CLAIM-DETAIL-LINE
             END-IF.
         WRITE-REFUND-PAYMENT.
             MOVE CLM-TRAIN-NUMBER TO REF-TRAIN-NUMBER.
             MOVE CLM-TRAVEL-DATE TO REF-TRAVEL-DATE.
             MOVE FARE-IN-EFFECT TO REF-FARE-DUE.
             MOVE REFUND-AMT TO REF-REFUND-AMT.
             WRITE REFUND-PAY-REC.
         READ-ARCHIVE-CONTROL.
             OPEN INPUT ARCHCTLFILE.
             IF FS6 = ZERO
                 PERFORM READ-ONE-ARCHIVE-CONTROL UNTIL FS6 NOT = ZERO
                 CLOSE ARCHCTLFILE
             END-IF.
         READ-ONE-ARCHIVE-CONTROL.
             READ ARCHCTLFILE
                 AT END CONTINUE
                 NOT AT END
                     IF ARC-CUTOFF-DATE IS NUMERIC
                        AND ARC-CUTOFF-DATE > ARCHIVE-CUTOFF
                         MOVE ARC-CUTOFF-DATE TO ARCHIVE-CUTOFF
                     END-IF
             END-READ.
         INITIALIZATION.
             PERFORM READ-ARCHIVE-CONTROL.
             OPEN INPUT CLAIMFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
