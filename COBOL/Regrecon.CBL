         IDENTIFICATION DIVISION.
         PROGRAM-ID. REGRECON.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT BOOKREG ASSIGN BOOKREG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BRG-BOOK-REF
                    STATUS IS FS1.
             SELECT RECNRPTFILE ASSIGN RECNRPT
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS2.
             SELECT MASTERFILE ASSIGN MASTFILE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS TRAIN-NUMBER
                    STATUS IS FS3.
             SELECT CLASSFILE ASSIGN CLASSFIL
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS CLS-CLASS-KEY
                    STATUS IS FS4.
             SELECT AUDITFILE ASSIGN AUDFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS5.
             SELECT WAITFILE ASSIGN WAITIN
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS6.
             SELECT STEPLOGFILE ASSIGN STEPLOG
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS7.
         DATA DIVISION.
         FILE SECTION.
         FD  BOOKREG.
             COPY BRGREC.
         FD  RECNRPTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-LINE             PIC X(100).
         FD  MASTERFILE.
             COPY MASTREC.
         FD  CLASSFILE.
             COPY CLSREC.
         FD  AUDITFILE RECORDING MODE IS F
             RECORD CONTAINS 250.
             COPY AUDREC.
         FD  WAITFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
             COPY WTREC.
         FD  STEPLOGFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY STEPREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER PIC X(40) VALUE SPACES.
             02 FILLER PIC X(31) VALUE
                                   'BOOKING REGISTER RECONCILIATION'.
         01 DIFF-HDR-LINE.
             02 FILLER            PIC X(32) VALUE
                                   'REGISTER / BOOKED COUNT MISMATCH'.
             02 FILLER            PIC X(68) VALUE SPACES.
         01 DIFF-COL-LINE.
             02 FILLER PIC X(6)  VALUE 'TRAIN '.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(1)  VALUE 'C'.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(7)  VALUE 'REGSTER'.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(7)  VALUE ' BOOKED'.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(8)  VALUE '    DIFF'.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(24) VALUE 'NOTE'.
         01 DIFF-NONE-LINE.
             02 FILLER            PIC X(32) VALUE
                                   'REGISTER AGREES WITH ALL COUNTS.'.
             02 FILLER            PIC X(68) VALUE SPACES.
         01 DIFF-DETAIL-LINE.
             02 DFD-NUM-P         PIC X(6).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 DFD-CLASS-P       PIC X.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 DFD-REG-P         PIC ZZZZZZ9.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 DFD-BOOKED-P      PIC ZZZZZZ9.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 DFD-DIFF-P        PIC -ZZZZZZ9.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 DFD-NOTE-P        PIC X(24).
             02 FILLER            PIC X(37) VALUE SPACES.
         01 AUDIT-DETAIL-LINE.
             02 FILLER            PIC X(10) VALUE SPACES.
             02 FILLER            PIC X(13) VALUE 'LAST AUDIT : '.
             02 ADL-PROGRAM-P     PIC X(8).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 ADL-ACTION-P      PIC X(8).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 ADL-TRAN-P        PIC X.
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 ADL-DATE-P        PIC 9(8).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 ADL-TIME-P        PIC 9(6).
             02 FILLER            PIC X(42) VALUE SPACES.
         01 AUDIT-NONE-LINE.
             02 FILLER            PIC X(10) VALUE SPACES.
             02 FILLER            PIC X(33) VALUE
                                   'LAST AUDIT : NONE ON AUDIT FILE  '.
             02 FILLER            PIC X(57) VALUE SPACES.
         01 WAIT-HDR-LINE.
             02 FILLER            PIC X(32) VALUE
                                   'WAITLIST WITHOUT REGISTER ENTRY '.
             02 FILLER            PIC X(68) VALUE SPACES.
         01 WAIT-COL-LINE.
             02 FILLER PIC X(6)  VALUE 'TRAIN '.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(8)  VALUE 'REF     '.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(20) VALUE 'PARTY'.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(8)  VALUE 'TRAVDATE'.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(5)  VALUE 'SEATS'.
         01 WAIT-NONE-LINE.
             02 FILLER            PIC X(32) VALUE
                                   'EVERY WAITLIST PARTY REGISTERED.'.
             02 FILLER            PIC X(68) VALUE SPACES.
         01 WAIT-DETAIL-LINE.
             02 WTD-NUM-P         PIC X(6).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 WTD-REF-P         PIC X(8).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 WTD-PARTY-P       PIC X(20).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 WTD-DATE-P        PIC X(8).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 WTD-QTY-P         PIC X(5).
             02 FILLER            PIC X(45) VALUE SPACES.
         01 SUMMARY-LINE-1.
             02 FILLER            PIC X(20) VALUE 'OPEN ENTRIES     : '.
             02 SUM-OPEN-P        PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-2.
             02 FILLER            PIC X(20) VALUE 'OPEN SEATS       : '.
             02 SUM-SEATS-P       PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-3.
             02 FILLER            PIC X(20) VALUE 'MASTERS CHECKED  : '.
             02 SUM-MAST-P        PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-4.
             02 FILLER            PIC X(20) VALUE 'CLASSES CHECKED  : '.
             02 SUM-CLASS-P       PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-5.
             02 FILLER            PIC X(20) VALUE 'DIFFERENCES      : '.
             02 SUM-DIFF-P        PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-6.
             02 FILLER            PIC X(20) VALUE 'WAITLIST READ    : '.
             02 SUM-WREAD-P       PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-7.
             02 FILLER            PIC X(20) VALUE 'WAIT NOT ON REG  : '.
             02 SUM-WORPH-P       PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-8.
             02 FILLER            PIC X(20) VALUE 'NOT LISTED-TABLE : '.
             02 SUM-DROP-P        PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-9.
             02 FILLER            PIC X(20) VALUE 'RETIRED-PAST DATE: '.
             02 SUM-PASSED-P      PIC Z,ZZZ,ZZ9.
         01 RECON-COUNTERS.
             02 OPEN-CT        PIC 9(7) COMP VALUE ZERO.
             02 OPEN-SEATS-CT  PIC 9(9) COMP VALUE ZERO.
             02 MAST-CT        PIC 9(7) COMP VALUE ZERO.
             02 CLASS-CT       PIC 9(7) COMP VALUE ZERO.
             02 DIFF-CT        PIC 9(7) COMP VALUE ZERO.
             02 WREAD-CT       PIC 9(7) COMP VALUE ZERO.
             02 WORPH-CT       PIC 9(7) COMP VALUE ZERO.
             02 DROPPED-CT     PIC 9(7) COMP VALUE ZERO.
             02 PASSED-CT      PIC 9(7) COMP VALUE ZERO.
         01 REG-TOT-TABLE.
             02 REG-TOT-ENTRY OCCURS 30000 TIMES
                             INDEXED BY RT-IDX.
                03 RT-TRAIN       PIC X(6).
                03 RT-CLASS       PIC X.
                03 RT-QTY         PIC 9(9) COMP.
                03 RT-LIVE-QTY    PIC 9(9) COMP.
                03 RT-MATCHED     PIC X.
         01 REG-TOT-COUNT      PIC 9(5) COMP VALUE ZERO.
         01 RT-SUB             PIC 9(5) COMP VALUE ZERO.
         01 DIFF-TABLE.
             02 DIFF-ENTRY OCCURS 500 TIMES.
                03 DF-TRAIN       PIC X(6).
                03 DF-CLASS       PIC X.
                03 DF-REG-QTY     PIC 9(9) COMP.
                03 DF-BOOKED      PIC 9(9) COMP.
                03 DF-NOTE        PIC X(24).
                03 DF-AUD-FOUND   PIC X.
                03 DF-AUD-PROGRAM PIC X(8).
                03 DF-AUD-ACTION  PIC X(8).
                03 DF-AUD-TRAN    PIC X.
                03 DF-AUD-DATE    PIC 9(8).
                03 DF-AUD-TIME    PIC 9(6).
         01 DIFF-COUNT         PIC 9(4) COMP VALUE ZERO.
         01 DF-SUB             PIC 9(4) COMP VALUE ZERO.
         01 FIND-TRAIN         PIC X(6).
         01 FIND-CLASS         PIC X.
         01 CHECK-BOOKED       PIC 9(9) COMP VALUE ZERO.
         01 CHECK-REG-QTY      PIC 9(9) COMP VALUE ZERO.
         01 CHECK-NOTE         PIC X(24).
         01 DIFF-QTY           PIC S9(9) COMP VALUE ZERO.
         01 LIVE-QTY           PIC 9(5) COMP VALUE ZERO.
         01 RUN-STAMP.
             02 RUN-DATE          PIC 9(8).
             02 RUN-TIME          PIC 9(6).
         01 EOF1-SWITCH          PIC X.
            88 EOF1                       VALUE '1'.
            88 NOT-EOF1                   VALUE '0'.
         01 EOF3-SWITCH          PIC X.
            88 EOF3                       VALUE '1'.
            88 NOT-EOF3                   VALUE '0'.
         01 EOF4-SWITCH          PIC X.
            88 EOF4                       VALUE '1'.
            88 NOT-EOF4                   VALUE '0'.
         01 EOF5-SWITCH          PIC X.
            88 EOF5                       VALUE '1'.
            88 NOT-EOF5                   VALUE '0'.
         01 EOF6-SWITCH          PIC X.
            88 EOF6                       VALUE '1'.
            88 NOT-EOF6                   VALUE '0'.
         01 REG-FOUND            PIC X.
            88 REG-NOT-ON-FILE            VALUE 'N'.
            88 REG-ON-FILE                VALUE 'Y'.
         01 CLASS-OPEN-SW        PIC X VALUE 'N'.
            88 CLASS-OPEN                 VALUE 'Y'.
            88 CLASS-NOT-OPEN             VALUE 'N'.
         01 AUD-OPEN-SW          PIC X VALUE 'N'.
            88 AUD-OPEN                   VALUE 'Y'.
            88 AUD-NOT-OPEN               VALUE 'N'.
         01 WAIT-OPEN-SW         PIC X VALUE 'N'.
            88 WAIT-OPEN                  VALUE 'Y'.
            88 WAIT-NOT-OPEN              VALUE 'N'.
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
             PERFORM INITIALIZATION.
             PERFORM WRITE-HEADER.
             PERFORM SCAN-ONE-ENTRY UNTIL EOF1.
             PERFORM CHECK-ONE-MASTER UNTIL EOF3.
             PERFORM CHECK-ONE-CLASS UNTIL EOF4.
             PERFORM CHECK-UNMATCHED-TOTAL
                 VARYING RT-SUB FROM 1 BY 1
                 UNTIL RT-SUB > REG-TOT-COUNT.
             IF DIFF-COUNT > ZERO
                 PERFORM FIND-LAST-AUDIT UNTIL EOF5
             END-IF.
             PERFORM WRITE-DIFFERENCES.
             PERFORM WRITE-WAIT-HEADER.
             PERFORM CHECK-ONE-WAIT UNTIL EOF6.
             IF WORPH-CT = ZERO
                 WRITE RPT-LINE FROM WAIT-NONE-LINE
             END-IF.
             PERFORM FINALIZATION.
             STOP RUN.
         SCAN-ONE-ENTRY.
             READ BOOKREG NEXT RECORD
                 AT END SET EOF1 TO TRUE
             END-READ.
             IF NOT-EOF1 AND BRG-OPEN
                 ADD 1 TO OPEN-CT
                 ADD BRG-QTY TO OPEN-SEATS-CT
                 PERFORM SET-LIVE-QTY
                 PERFORM ACCUM-REGISTER-TOTAL
             END-IF.
         SET-LIVE-QTY.
             MOVE ZERO TO LIVE-QTY.
             IF BRG-TRAVEL-DATE IS NOT NUMERIC
                 MOVE BRG-QTY TO LIVE-QTY
             ELSE
                 IF BRG-TRAVEL-DATE NOT < RUN-DATE
                     MOVE BRG-QTY TO LIVE-QTY
                 END-IF
             END-IF.
         ACCUM-REGISTER-TOTAL.
             SET RT-IDX TO 1.
             SEARCH REG-TOT-ENTRY
                 AT END
                     PERFORM ADD-REGISTER-TOTAL
                 WHEN RT-IDX > REG-TOT-COUNT
                     PERFORM ADD-REGISTER-TOTAL
                 WHEN RT-TRAIN(RT-IDX) = BRG-TRAIN-NUMBER
                      AND RT-CLASS(RT-IDX) = BRG-CLASS-CODE
                     ADD BRG-QTY TO RT-QTY(RT-IDX)
                     ADD LIVE-QTY TO RT-LIVE-QTY(RT-IDX)
             END-SEARCH.
         ADD-REGISTER-TOTAL.
             IF REG-TOT-COUNT < 30000
                 ADD 1 TO REG-TOT-COUNT
                 SET RT-IDX TO REG-TOT-COUNT
                 MOVE BRG-TRAIN-NUMBER TO RT-TRAIN(RT-IDX)
                 MOVE BRG-CLASS-CODE TO RT-CLASS(RT-IDX)
                 MOVE BRG-QTY TO RT-QTY(RT-IDX)
                 MOVE LIVE-QTY TO RT-LIVE-QTY(RT-IDX)
                 MOVE 'N' TO RT-MATCHED(RT-IDX)
             ELSE
                 ADD 1 TO DROPPED-CT
                 MOVE 8 TO PGM-RETURN-CODE
             END-IF.
         FIND-REGISTER-TOTAL.
             MOVE ZERO TO CHECK-REG-QTY.
             SET RT-IDX TO 1.
             SEARCH REG-TOT-ENTRY
                 AT END
                     CONTINUE
                 WHEN RT-IDX > REG-TOT-COUNT
                     CONTINUE
                 WHEN RT-TRAIN(RT-IDX) = FIND-TRAIN
                      AND RT-CLASS(RT-IDX) = FIND-CLASS
                     MOVE RT-QTY(RT-IDX) TO CHECK-REG-QTY
                     MOVE 'Y' TO RT-MATCHED(RT-IDX)
             END-SEARCH.
         CHECK-ONE-MASTER.
             READ MASTERFILE NEXT RECORD
                 AT END SET EOF3 TO TRUE
             END-READ.
             IF NOT-EOF3
                 ADD 1 TO MAST-CT
                 MOVE TRAIN-NUMBER TO FIND-TRAIN
                 MOVE SPACE TO FIND-CLASS
                 PERFORM FIND-REGISTER-TOTAL
                 IF TRAIN-BOOKED IS NUMERIC
                     MOVE TRAIN-BOOKED TO CHECK-BOOKED
                     MOVE 'MASTER TRAIN-BOOKED' TO CHECK-NOTE
                 ELSE
                     MOVE ZERO TO CHECK-BOOKED
                     MOVE 'MASTER BOOKED NOT NUMERIC' TO CHECK-NOTE
                 END-IF
                 IF CHECK-BOOKED NOT = CHECK-REG-QTY
                    OR TRAIN-BOOKED IS NOT NUMERIC
                     PERFORM ADD-DIFFERENCE
                 END-IF
             END-IF.
         CHECK-ONE-CLASS.
             READ CLASSFILE NEXT RECORD
                 AT END SET EOF4 TO TRUE
             END-READ.
             IF NOT-EOF4
                 ADD 1 TO CLASS-CT
                 MOVE CLS-TRAIN-NUMBER TO FIND-TRAIN
                 MOVE CLS-CLASS-CODE TO FIND-CLASS
                 PERFORM FIND-REGISTER-TOTAL
                 IF CLS-BOOKED IS NUMERIC
                     MOVE CLS-BOOKED TO CHECK-BOOKED
                     MOVE 'CLASS CLS-BOOKED' TO CHECK-NOTE
                 ELSE
                     MOVE ZERO TO CHECK-BOOKED
                     MOVE 'CLASS BOOKED NOT NUMERIC' TO CHECK-NOTE
                 END-IF
                 IF CHECK-BOOKED NOT = CHECK-REG-QTY
                    OR CLS-BOOKED IS NOT NUMERIC
                     PERFORM ADD-DIFFERENCE
                 END-IF
             END-IF.
         CHECK-UNMATCHED-TOTAL.
             IF RT-MATCHED(RT-SUB) = 'N' AND RT-QTY(RT-SUB) > ZERO
                AND RT-LIVE-QTY(RT-SUB) = ZERO
                 ADD 1 TO PASSED-CT
             END-IF.
             IF RT-MATCHED(RT-SUB) = 'N' AND RT-LIVE-QTY(RT-SUB) > ZERO
                 MOVE RT-TRAIN(RT-SUB) TO FIND-TRAIN
                 MOVE RT-CLASS(RT-SUB) TO FIND-CLASS
                 MOVE RT-QTY(RT-SUB) TO CHECK-REG-QTY
                 MOVE ZERO TO CHECK-BOOKED
                 IF RT-CLASS(RT-SUB) = SPACE
                     MOVE 'TRAIN NOT ON MASTER' TO CHECK-NOTE
                 ELSE
                     MOVE 'CLASS NOT ON CLASSFILE' TO CHECK-NOTE
                 END-IF
                 PERFORM ADD-DIFFERENCE
             END-IF.
         ADD-DIFFERENCE.
             ADD 1 TO DIFF-CT.
             MOVE 8 TO PGM-RETURN-CODE.
             IF DIFF-COUNT < 500
                 ADD 1 TO DIFF-COUNT
                 MOVE FIND-TRAIN TO DF-TRAIN(DIFF-COUNT)
                 MOVE FIND-CLASS TO DF-CLASS(DIFF-COUNT)
                 MOVE CHECK-REG-QTY TO DF-REG-QTY(DIFF-COUNT)
                 MOVE CHECK-BOOKED TO DF-BOOKED(DIFF-COUNT)
                 MOVE CHECK-NOTE TO DF-NOTE(DIFF-COUNT)
                 MOVE 'N' TO DF-AUD-FOUND(DIFF-COUNT)
             ELSE
                 ADD 1 TO DROPPED-CT
             END-IF.
         FIND-LAST-AUDIT.
             READ AUDITFILE
                 AT END SET EOF5 TO TRUE
             END-READ.
             IF NOT-EOF5
                 PERFORM NOTE-AUDIT-ENTRY
                     VARYING DF-SUB FROM 1 BY 1
                     UNTIL DF-SUB > DIFF-COUNT
             END-IF.
         NOTE-AUDIT-ENTRY.
             IF DF-TRAIN(DF-SUB) = AUD-TRAIN-NUMBER
                 MOVE 'Y' TO DF-AUD-FOUND(DF-SUB)
                 MOVE AUD-PROGRAM TO DF-AUD-PROGRAM(DF-SUB)
                 MOVE AUD-ACTION TO DF-AUD-ACTION(DF-SUB)
                 MOVE AUD-TRAN-CODE TO DF-AUD-TRAN(DF-SUB)
                 MOVE AUD-DATE TO DF-AUD-DATE(DF-SUB)
                 MOVE AUD-TIME TO DF-AUD-TIME(DF-SUB)
             END-IF.
         WRITE-DIFFERENCES.
             WRITE RPT-LINE FROM DIFF-HDR-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM DIFF-COL-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
             IF DIFF-COUNT = ZERO
                 WRITE RPT-LINE FROM DIFF-NONE-LINE
             END-IF.
             PERFORM WRITE-ONE-DIFFERENCE
                 VARYING DF-SUB FROM 1 BY 1
                 UNTIL DF-SUB > DIFF-COUNT.
             WRITE RPT-LINE FROM STAR-LINE.
         WRITE-ONE-DIFFERENCE.
             MOVE DF-TRAIN(DF-SUB) TO DFD-NUM-P.
             MOVE DF-CLASS(DF-SUB) TO DFD-CLASS-P.
             MOVE DF-REG-QTY(DF-SUB) TO DFD-REG-P.
             MOVE DF-BOOKED(DF-SUB) TO DFD-BOOKED-P.
             COMPUTE DIFF-QTY = DF-BOOKED(DF-SUB) - DF-REG-QTY(DF-SUB).
             MOVE DIFF-QTY TO DFD-DIFF-P.
             MOVE DF-NOTE(DF-SUB) TO DFD-NOTE-P.
             WRITE RPT-LINE FROM DIFF-DETAIL-LINE.
             IF DF-AUD-FOUND(DF-SUB) = 'Y'
                 MOVE DF-AUD-PROGRAM(DF-SUB) TO ADL-PROGRAM-P
                 MOVE DF-AUD-ACTION(DF-SUB) TO ADL-ACTION-P
                 MOVE DF-AUD-TRAN(DF-SUB) TO ADL-TRAN-P
                 MOVE DF-AUD-DATE(DF-SUB) TO ADL-DATE-P
                 MOVE DF-AUD-TIME(DF-SUB) TO ADL-TIME-P
                 WRITE RPT-LINE FROM AUDIT-DETAIL-LINE
             ELSE
                 WRITE RPT-LINE FROM AUDIT-NONE-LINE
             END-IF.
         WRITE-WAIT-HEADER.
             WRITE RPT-LINE FROM WAIT-HDR-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM WAIT-COL-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
         CHECK-ONE-WAIT.
             READ WAITFILE
                 AT END SET EOF6 TO TRUE
             END-READ.
             IF NOT-EOF6
                 ADD 1 TO WREAD-CT
                 SET REG-NOT-ON-FILE TO TRUE
                 IF WAIT-BOOK-REF NOT = SPACES
                     MOVE WAIT-BOOK-REF TO BRG-BOOK-REF
                     READ BOOKREG KEY IS BRG-BOOK-REF
                          INVALID KEY SET REG-NOT-ON-FILE TO TRUE
                          NOT INVALID KEY SET REG-ON-FILE TO TRUE
                     END-READ
                 END-IF
                 IF REG-NOT-ON-FILE
                     PERFORM WRITE-ORPHAN-WAIT
                 END-IF
             END-IF.
         WRITE-ORPHAN-WAIT.
             ADD 1 TO WORPH-CT.
             MOVE 8 TO PGM-RETURN-CODE.
             MOVE WAIT-TRAIN-NUMBER TO WTD-NUM-P.
             MOVE WAIT-BOOK-REF TO WTD-REF-P.
             MOVE WAIT-PARTY TO WTD-PARTY-P.
             MOVE WAIT-TRAVEL-DATE TO WTD-DATE-P.
             MOVE WAIT-QTY TO WTD-QTY-P.
             WRITE RPT-LINE FROM WAIT-DETAIL-LINE.
         INITIALIZATION.
             MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
             OPEN INPUT BOOKREG.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS1 NOT = ZERO
                 MOVE 8 TO PGM-RETURN-CODE
                 SET EOF1 TO TRUE
             ELSE
                 SET NOT-EOF1 TO TRUE
                 MOVE LOW-VALUES TO BRG-BOOK-REF
                 START BOOKREG KEY NOT < BRG-BOOK-REF
                     INVALID KEY SET EOF1 TO TRUE
                 END-START
             END-IF.
             OPEN OUTPUT RECNRPTFILE.
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS2 NOT = ZERO
                 MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             OPEN INPUT MASTERFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS3 NOT = ZERO
                 MOVE 8 TO PGM-RETURN-CODE
                 SET EOF3 TO TRUE
             ELSE
                 SET NOT-EOF3 TO TRUE
             END-IF.
             OPEN INPUT CLASSFILE.
             IF FS4 = ZERO
                 SET CLASS-OPEN TO TRUE
                 SET NOT-EOF4 TO TRUE
             ELSE
                 SET EOF4 TO TRUE
             END-IF.
             OPEN INPUT AUDITFILE.
             IF FS5 = ZERO
                 SET AUD-OPEN TO TRUE
                 SET NOT-EOF5 TO TRUE
             ELSE
                 SET EOF5 TO TRUE
             END-IF.
             OPEN INPUT WAITFILE.
             IF FS6 = ZERO
                 SET WAIT-OPEN TO TRUE
                 SET NOT-EOF6 TO TRUE
             ELSE
                 SET EOF6 TO TRUE
             END-IF.
         WRITE-HEADER.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM HDR-LINE-1.
             WRITE RPT-LINE FROM STAR-LINE.
         FINALIZATION.
             WRITE RPT-LINE FROM STAR-LINE.
             MOVE OPEN-CT TO SUM-OPEN-P.
             MOVE OPEN-SEATS-CT TO SUM-SEATS-P.
             MOVE MAST-CT TO SUM-MAST-P.
             MOVE CLASS-CT TO SUM-CLASS-P.
             MOVE DIFF-CT TO SUM-DIFF-P.
             MOVE WREAD-CT TO SUM-WREAD-P.
             MOVE WORPH-CT TO SUM-WORPH-P.
             MOVE DROPPED-CT TO SUM-DROP-P.
             MOVE PASSED-CT TO SUM-PASSED-P.
             WRITE RPT-LINE FROM SUMMARY-LINE-1.
             WRITE RPT-LINE FROM SUMMARY-LINE-2.
             WRITE RPT-LINE FROM SUMMARY-LINE-3.
             WRITE RPT-LINE FROM SUMMARY-LINE-4.
             WRITE RPT-LINE FROM SUMMARY-LINE-5.
             WRITE RPT-LINE FROM SUMMARY-LINE-6.
             WRITE RPT-LINE FROM SUMMARY-LINE-7.
             WRITE RPT-LINE FROM SUMMARY-LINE-8.
             WRITE RPT-LINE FROM SUMMARY-LINE-9.
             WRITE RPT-LINE FROM STAR-LINE.
             CLOSE BOOKREG.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE RECNRPTFILE.
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE MASTERFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF CLASS-OPEN
                 CLOSE CLASSFILE
             END-IF.
             IF AUD-OPEN
                 CLOSE AUDITFILE
             END-IF.
             IF WAIT-OPEN
                 CLOSE WAITFILE
             END-IF.
             MOVE PGM-RETURN-CODE TO RETURN-CODE.
             PERFORM WRITE-STEP-LOG.
             STOP RUN.
         WRITE-STEP-LOG.
             OPEN EXTEND STEPLOGFILE.
             IF FS7 = ZERO
                 MOVE SPACES TO STEP-LOG-REC
                 MOVE 'REGRECON' TO SL-PROGRAM
                 SET SL-STEP-END TO TRUE
                 MOVE ZERO TO SL-BUS-DATE
                 MOVE FUNCTION CURRENT-DATE(1:14) TO SL-RUN-STAMP
                 MOVE RETURN-CODE TO SL-RC
                 WRITE STEP-LOG-REC
                 CLOSE STEPLOGFILE
             END-IF.
         END PROGRAM REGRECON.
