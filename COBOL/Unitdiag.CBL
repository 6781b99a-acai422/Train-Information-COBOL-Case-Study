         IDENTIFICATION DIVISION.
         PROGRAM-ID. UNITDIAG.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT DIAGFILE ASSIGN DIAGIN
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS1.
             SELECT DIAGRPTFILE ASSIGN DIAGRPT
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS2.
             SELECT MASTERFILE ASSIGN MASTFILE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TRAIN-NUMBER
                    STATUS IS FS3.
             SELECT UNITFILE ASSIGN UNITMAST
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS UNIT-SET-NUMBER
                    STATUS IS FS4.
             SELECT CALFILE ASSIGN CALFILE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CAL-TRAIN-NUMBER
                    STATUS IS FS5.
             SELECT CLASSFILE ASSIGN CLASSFIL
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CLS-CLASS-KEY
                    STATUS IS FS6.
             SELECT SEATINV ASSIGN SEATINV
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS INV-KEY
                    STATUS IS FS7.
             SELECT DIAGPARMFILE ASSIGN DIAGPARM
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS8.
         DATA DIVISION.
         FILE SECTION.
         FD  DIAGFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
         01  DIAGRAM-REC.
             02 DGM-DIAGRAM-DATE  PIC 9(8).
             02 DGM-SET-NUMBER    PIC X(6).
             02 DGM-TRAIN-NUMBER  PIC X(6).
             02 FILLER            PIC X(30).
         FD  DIAGRPTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-LINE             PIC X(100).
         FD  MASTERFILE.
             COPY MASTREC.
         FD  UNITFILE.
             COPY UNITREC.
         FD  CALFILE.
             COPY CALREC.
         FD  CLASSFILE.
             COPY CLSREC.
         FD  SEATINV.
             COPY INVREC.
         FD  DIAGPARMFILE RECORDING MODE IS F
             RECORD CONTAINS 20.
         01  DIAG-PARM.
             02 DP-DIAGRAM-DATE   PIC 9(8).
             02 DP-MIN-TURN       PIC 9(3).
             02 FILLER            PIC X(9).
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER PIC X(40) VALUE SPACES.
             02 FILLER PIC X(23) VALUE 'UNIT DIAGRAM VALIDATION'.
             02 FILLER PIC X(4)  VALUE SPACES.
             02 HDR-DATE-P        PIC 9(8).
         01 RULE-LINE-1.
             02 FILLER            PIC X(19) VALUE
                                   'MINIMUM TURNAROUND '.
             02 RULE-TURN-P       PIC ZZ9.
             02 FILLER            PIC X(6)  VALUE ' MINS.'.
             02 FILLER            PIC X(72) VALUE SPACES.
         01 REJECT-SECTION-LINE.
             02 FILLER            PIC X(20) VALUE
                                   'REJECTED DIAGRAM    '.
             02 FILLER            PIC X(80) VALUE SPACES.
         01 CONFLICT-SECTION-LINE.
             02 FILLER            PIC X(20) VALUE
                                   'UNIT CONFLICTS      '.
             02 FILLER            PIC X(80) VALUE SPACES.
         01 COVER-SECTION-LINE.
             02 FILLER            PIC X(20) VALUE
                                   'COVERAGE EXCEPTIONS '.
             02 FILLER            PIC X(80) VALUE SPACES.
         01 REJ-COL-LINE.
             02 FILLER PIC X(10) VALUE 'DATE      '.
             02 FILLER PIC X(8)  VALUE 'UNIT    '.
             02 FILLER PIC X(8)  VALUE 'TRAIN   '.
             02 FILLER PIC X(30) VALUE 'REASON'.
             02 FILLER PIC X(44) VALUE SPACES.
         01 REJ-DETAIL-LINE.
             02 REJ-DATE-P        PIC X(8).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 REJ-UNIT-P        PIC X(6).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 REJ-NUM-P         PIC X(6).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 REJ-REASON-P      PIC X(32).
             02 FILLER            PIC X(42) VALUE SPACES.
         01 REJ-NONE-LINE.
             02 FILLER            PIC X(30) VALUE
                                   'NO DIAGRAM RECORDS REJECTED.  '.
             02 FILLER            PIC X(70) VALUE SPACES.
         01 CON-COL-LINE.
             02 FILLER PIC X(8)  VALUE 'UNIT    '.
             02 FILLER PIC X(8)  VALUE 'TRAIN   '.
             02 FILLER PIC X(12) VALUE 'DEP-STN     '.
             02 FILLER PIC X(7)  VALUE 'DEP    '.
             02 FILLER PIC X(8)  VALUE 'PREV    '.
             02 FILLER PIC X(12) VALUE 'PREV-ARR    '.
             02 FILLER PIC X(7)  VALUE 'ARR    '.
             02 FILLER PIC X(30) VALUE 'ISSUE'.
             02 FILLER PIC X(8)  VALUE SPACES.
         01 CON-DETAIL-LINE.
             02 CON-UNIT-P        PIC X(6).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 CON-NUM-P         PIC X(6).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 CON-DEP-STN-P     PIC X(10).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 CON-DEP-P         PIC X(5).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 CON-PREV-P        PIC X(6).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 CON-PREV-STN-P    PIC X(10).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 CON-ARR-P         PIC X(5).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 CON-ISSUE-P       PIC X(30).
             02 FILLER            PIC X(8)  VALUE SPACES.
         01 CON-NONE-LINE.
             02 FILLER            PIC X(30) VALUE
                                   'NO UNIT CONFLICTS.            '.
             02 FILLER            PIC X(70) VALUE SPACES.
         01 COV-COL-LINE.
             02 FILLER PIC X(8)  VALUE 'TRAIN   '.
             02 FILLER PIC X(12) VALUE 'DEP-STN     '.
             02 FILLER PIC X(7)  VALUE 'DEP    '.
             02 FILLER PIC X(4)  VALUE 'CLS '.
             02 FILLER PIC X(7)  VALUE 'UNITS  '.
             02 FILLER PIC X(7)  VALUE 'SEATS  '.
             02 FILLER PIC X(7)  VALUE 'BOOKED '.
             02 FILLER PIC X(30) VALUE 'ISSUE'.
             02 FILLER PIC X(18) VALUE SPACES.
         01 COV-DETAIL-LINE.
             02 COV-NUM-P         PIC X(6).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 COV-DEP-STN-P     PIC X(10).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 COV-DEP-P         PIC X(5).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 COV-CLASS-P       PIC X(1).
             02 FILLER            PIC X(3)  VALUE SPACES.
             02 COV-UNITS-P       PIC ZZZZ9.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 COV-SEATS-P       PIC ZZZZ9.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 COV-BKD-P         PIC ZZZZ9.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 COV-ISSUE-P       PIC X(30).
             02 FILLER            PIC X(18) VALUE SPACES.
         01 COV-NONE-LINE.
             02 FILLER            PIC X(30) VALUE
                                   'NO COVERAGE EXCEPTIONS.       '.
             02 FILLER            PIC X(70) VALUE SPACES.
         01 SUMMARY-LINE-1.
             02 FILLER            PIC X(20) VALUE 'DIAGRAM RECORDS  : '.
             02 SUM-READ-P        PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-2.
             02 FILLER            PIC X(20) VALUE 'RECORDS ACCEPTED : '.
             02 SUM-ACCEPT-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-3.
             02 FILLER            PIC X(20) VALUE 'RECORDS REJECTED : '.
             02 SUM-REJECT-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-4.
             02 FILLER            PIC X(20) VALUE 'UNIT CONFLICTS   : '.
             02 SUM-CONFLICT-P    PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-5.
             02 FILLER            PIC X(20) VALUE 'TRAINS CHECKED   : '.
             02 SUM-TRAINS-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-6.
             02 FILLER            PIC X(20) VALUE 'TRAINS NO UNIT   : '.
             02 SUM-NOUNIT-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-7.
             02 FILLER            PIC X(20) VALUE 'SEAT SHORTFALLS  : '.
             02 SUM-SHORT-P       PIC Z,ZZZ,ZZ9.
         01 DIAG-COUNTERS.
             02 READ-CT        PIC 9(7) COMP VALUE ZERO.
             02 ACCEPT-CT      PIC 9(7) COMP VALUE ZERO.
             02 REJECT-CT      PIC 9(7) COMP VALUE ZERO.
             02 CONFLICT-CT    PIC 9(7) COMP VALUE ZERO.
             02 TRAIN-CT       PIC 9(7) COMP VALUE ZERO.
             02 NO-UNIT-CT     PIC 9(7) COMP VALUE ZERO.
             02 SHORT-CT       PIC 9(7) COMP VALUE ZERO.
         01 DIAG-TABLE.
             02 DIAG-ENTRY OCCURS 5000 TIMES.
                03 DG-SORT-KEY.
                   04 DG-SET         PIC X(6).
                   04 DG-DEP-MINS    PIC 9(4).
                03 DG-TRAIN       PIC X(6).
                03 DG-DEP-STN     PIC X(10).
                03 DG-ARR-STN     PIC X(10).
                03 DG-DEP-TIME    PIC X(5).
                03 DG-ARR-TIME    PIC X(5).
                03 DG-ARR-MINS    PIC 9(4).
         01 DIAG-COUNT         PIC 9(4) COMP VALUE ZERO.
         01 DG-SUB             PIC 9(4) COMP VALUE ZERO.
         01 DG-POS             PIC 9(4) COMP VALUE ZERO.
         01 PREV-SUB           PIC 9(4) COMP VALUE ZERO.
         01 NEW-DIAG-ENTRY.
             02 ND-SORT-KEY.
                03 ND-SET         PIC X(6).
                03 ND-DEP-MINS    PIC 9(4).
             02 ND-TRAIN          PIC X(6).
             02 ND-DEP-STN        PIC X(10).
             02 ND-ARR-STN        PIC X(10).
             02 ND-DEP-TIME       PIC X(5).
             02 ND-ARR-TIME       PIC X(5).
             02 ND-ARR-MINS       PIC 9(4).
         01 TRAIN-UNIT-TABLE.
             02 TU-ENTRY OCCURS 3000 TIMES
                             INDEXED BY TU-IDX.
                03 TU-TRAIN       PIC X(6).
                03 TU-UNITS       PIC 9(3) COMP.
                03 TU-SEATS       PIC 9(5) COMP.
                03 TU-CLASS-ENTRY OCCURS 8 TIMES.
                   04 TU-CLASS-CODE PIC X.
                   04 TU-CLASS-SEATS PIC 9(5) COMP.
         01 TRAIN-UNIT-COUNT   PIC 9(4) COMP VALUE ZERO.
         01 TC-SUB             PIC 9(4) COMP VALUE ZERO.
         01 UC-SUB             PIC 9(4) COMP VALUE ZERO.
         01 FREE-SUB           PIC 9(4) COMP VALUE ZERO.
         01 MIN-TURN           PIC 9(3) VALUE 10.
         01 TURN-MINS          PIC S9(5) VALUE ZERO.
         01 CHECK-SEATS        PIC 9(5) VALUE ZERO.
         01 CHECK-BOOKED       PIC 9(5) VALUE ZERO.
         01 CHECK-CLASS        PIC X.
         01 REJECT-REASON      PIC X(32).
         01 CONFLICT-ISSUE     PIC X(30).
         01 TIME-IN            PIC X(5).
         01 TIME-HH            PIC 99.
         01 TIME-MM            PIC 99.
         01 TIME-MINS          PIC 9(4) VALUE ZERO.
         01 TIME-OK-SW           PIC X.
            88 TIME-OK                    VALUE 'Y'.
            88 TIME-BAD                   VALUE 'N'.
         01 RUN-DOW               PIC 9 VALUE ZERO.
         01 DATE-INT              PIC S9(8) COMP VALUE ZERO.
         01 RUN-STAMP.
             02 RUN-DATE          PIC 9(8).
             02 RUN-TIME          PIC 9(6).
         01 DIAG-DATE             PIC 9(8) VALUE ZERO.
         01 RUN-TODAY-SW         PIC X.
            88 RUNS-TODAY                 VALUE 'Y'.
            88 NOT-RUNNING-TODAY          VALUE 'N'.
         01 RECORD-FOUND         PIC X.
            88 NOT-FOUND                  VALUE 'N'.
            88 FOUND                      VALUE 'Y'.
         01 PLACED-SW            PIC X.
            88 ENTRY-PLACED               VALUE 'Y'.
            88 ENTRY-NOT-PLACED           VALUE 'N'.
         01 WITHDRAWN-SW         PIC X.
            88 TRAIN-WITHDRAWN            VALUE 'Y'.
            88 TRAIN-NOT-WITHDRAWN        VALUE 'N'.
         01 EOF1-SWITCH          PIC X.
            88 EOF1                       VALUE '1'.
            88 NOT-EOF1                   VALUE '0'.
         01 EOF3-SWITCH          PIC X.
            88 EOF3                       VALUE '1'.
            88 NOT-EOF3                   VALUE '0'.
         01 CLS-EOF-SWITCH       PIC X.
            88 CLS-EOF                    VALUE '1'.
            88 NOT-CLS-EOF                VALUE '0'.
         01 MAST-OPEN-SW         PIC X VALUE 'N'.
            88 MAST-OPEN                  VALUE 'Y'.
            88 MAST-NOT-OPEN              VALUE 'N'.
         01 CAL-OPEN-SW          PIC X VALUE 'N'.
            88 CAL-OPEN                   VALUE 'Y'.
            88 CAL-NOT-OPEN               VALUE 'N'.
         01 CLS-OPEN-SW          PIC X VALUE 'N'.
            88 CLS-OPEN                   VALUE 'Y'.
            88 CLS-NOT-OPEN               VALUE 'N'.
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
         01 FS8                  PIC XX.
         01 PGM-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM INITIALIZATION.
             PERFORM WRITE-HEADER.
             WRITE RPT-LINE FROM REJECT-SECTION-LINE.
             WRITE RPT-LINE FROM REJ-COL-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
             PERFORM EDIT-DIAGRAM THRU EDIT-DIAGRAM-EXIT UNTIL EOF1.
             IF REJECT-CT = ZERO
                 WRITE RPT-LINE FROM REJ-NONE-LINE
             END-IF.
             PERFORM WRITE-CONFLICT-SECTION.
             PERFORM WRITE-COVERAGE-SECTION.
             PERFORM FINALIZATION.
             STOP RUN.
         EDIT-DIAGRAM.
             READ DIAGFILE
                 AT END SET EOF1 TO TRUE
             END-READ.
             IF EOF1 GO TO EDIT-DIAGRAM-EXIT.
             ADD 1 TO READ-CT.
             IF DGM-DIAGRAM-DATE IS NOT NUMERIC
                OR DGM-SET-NUMBER = SPACES
                OR DGM-TRAIN-NUMBER = SPACES
                 MOVE 'BAD DIAGRAM FIELDS' TO REJECT-REASON
                 PERFORM REJECT-DIAGRAM
                 GO TO EDIT-DIAGRAM-EXIT
             END-IF.
             IF DGM-DIAGRAM-DATE NOT = DIAG-DATE
                 MOVE 'NOT FOR THIS DIAGRAM DATE' TO REJECT-REASON
                 PERFORM REJECT-DIAGRAM
                 GO TO EDIT-DIAGRAM-EXIT
             END-IF.
             MOVE DGM-SET-NUMBER TO UNIT-SET-NUMBER.
             READ UNITFILE KEY IS UNIT-SET-NUMBER
                  INVALID KEY SET NOT-FOUND TO TRUE
                  NOT INVALID KEY SET FOUND TO TRUE
             END-READ.
             IF NOT-FOUND
                 MOVE 'UNIT NOT ON UNIT MASTER' TO REJECT-REASON
                 PERFORM REJECT-DIAGRAM
                 GO TO EDIT-DIAGRAM-EXIT
             END-IF.
             MOVE DGM-TRAIN-NUMBER TO TRAIN-NUMBER.
             READ MASTERFILE KEY IS TRAIN-NUMBER
                  INVALID KEY SET NOT-FOUND TO TRUE
                  NOT INVALID KEY SET FOUND TO TRUE
             END-READ.
             IF NOT-FOUND
                 MOVE 'TRAIN NOT ON MASTER' TO REJECT-REASON
                 PERFORM REJECT-DIAGRAM
                 GO TO EDIT-DIAGRAM-EXIT
             END-IF.
             PERFORM CHECK-RUNS-ON-DATE.
             IF NOT-RUNNING-TODAY
                 MOVE 'TRAIN NOT SCHEDULED ON THIS DATE'
                       TO REJECT-REASON
                 PERFORM REJECT-DIAGRAM
                 GO TO EDIT-DIAGRAM-EXIT
             END-IF.
             PERFORM CHECK-WITHDRAWN.
             IF TRAIN-WITHDRAWN
                 MOVE 'TRAIN WITHDRAWN ON THIS DATE' TO REJECT-REASON
                 PERFORM REJECT-DIAGRAM
                 GO TO EDIT-DIAGRAM-EXIT
             END-IF.
             MOVE TRAIN-DEP-TIME TO TIME-IN.
             PERFORM CONVERT-TIME.
             IF TIME-BAD
                 MOVE 'BAD DEPARTURE TIME ON MASTER' TO REJECT-REASON
                 PERFORM REJECT-DIAGRAM
                 GO TO EDIT-DIAGRAM-EXIT
             END-IF.
             MOVE TIME-MINS TO ND-DEP-MINS.
             MOVE TRAIN-ARR-TIME TO TIME-IN.
             PERFORM CONVERT-TIME.
             IF TIME-BAD
                 MOVE 'BAD ARRIVAL TIME ON MASTER' TO REJECT-REASON
                 PERFORM REJECT-DIAGRAM
                 GO TO EDIT-DIAGRAM-EXIT
             END-IF.
             MOVE TIME-MINS TO ND-ARR-MINS.
             IF ND-ARR-MINS < ND-DEP-MINS
                 ADD 1440 TO ND-ARR-MINS
             END-IF.
             IF DIAG-COUNT NOT < 5000
                 MOVE 'DIAGRAM TABLE FULL' TO REJECT-REASON
                 PERFORM REJECT-DIAGRAM
                 GO TO EDIT-DIAGRAM-EXIT
             END-IF.
             PERFORM FIND-TRAIN-UNITS.
             IF NOT-FOUND
                 MOVE 'TRAIN TABLE FULL' TO REJECT-REASON
                 PERFORM REJECT-DIAGRAM
                 GO TO EDIT-DIAGRAM-EXIT
             END-IF.
             ADD 1 TO ACCEPT-CT.
             MOVE DGM-SET-NUMBER TO ND-SET.
             MOVE DGM-TRAIN-NUMBER TO ND-TRAIN.
             MOVE TRAIN-DEP-STN TO ND-DEP-STN.
             MOVE TRAIN-ARR-STN TO ND-ARR-STN.
             MOVE TRAIN-DEP-TIME TO ND-DEP-TIME.
             MOVE TRAIN-ARR-TIME TO ND-ARR-TIME.
             PERFORM ADD-DIAGRAM-ENTRY.
             PERFORM ADD-UNIT-TO-TRAIN.
         EDIT-DIAGRAM-EXIT.
             EXIT.
         REJECT-DIAGRAM.
             ADD 1 TO REJECT-CT.
             PERFORM SET-WARNING.
             MOVE DIAGRAM-REC(1:8) TO REJ-DATE-P.
             MOVE DGM-SET-NUMBER TO REJ-UNIT-P.
             MOVE DGM-TRAIN-NUMBER TO REJ-NUM-P.
             MOVE REJECT-REASON TO REJ-REASON-P.
             WRITE RPT-LINE FROM REJ-DETAIL-LINE.
         SET-WARNING.
             IF PGM-RETURN-CODE < 4
                 MOVE 4 TO PGM-RETURN-CODE
             END-IF.
         CHECK-RUNS-ON-DATE.
             SET RUNS-TODAY TO TRUE.
             IF CAL-OPEN
                 MOVE TRAIN-NUMBER TO CAL-TRAIN-NUMBER
                 READ CALFILE KEY IS CAL-TRAIN-NUMBER
                      INVALID KEY CONTINUE
                      NOT INVALID KEY PERFORM TEST-CALENDAR
                 END-READ
             END-IF.
         TEST-CALENDAR.
             IF CAL-RUN-DAYS(RUN-DOW:1) NOT = 'Y'
                 SET NOT-RUNNING-TODAY TO TRUE
             END-IF.
             IF CAL-START-DATE IS NUMERIC AND CAL-START-DATE > ZERO
                AND DIAG-DATE < CAL-START-DATE
                 SET NOT-RUNNING-TODAY TO TRUE
             END-IF.
             IF CAL-END-DATE IS NUMERIC AND CAL-END-DATE > ZERO
                AND DIAG-DATE > CAL-END-DATE
                 SET NOT-RUNNING-TODAY TO TRUE
             END-IF.
         CHECK-WITHDRAWN.
             SET TRAIN-NOT-WITHDRAWN TO TRUE.
             MOVE ZERO TO CHECK-BOOKED.
             IF INV-OPEN
                 MOVE TRAIN-NUMBER TO INV-TRAIN-NUMBER
                 MOVE SPACE TO INV-CLASS-CODE
                 MOVE DIAG-DATE TO INV-TRAVEL-DATE
                 READ SEATINV KEY IS INV-KEY
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          MOVE INV-BOOKED TO CHECK-BOOKED
                          IF INV-WITHDRAWN
                              SET TRAIN-WITHDRAWN TO TRUE
                          END-IF
                 END-READ
             END-IF.
         CONVERT-TIME.
             SET TIME-OK TO TRUE.
             IF TIME-IN(1:4) IS NOT NUMERIC
                 SET TIME-BAD TO TRUE
             ELSE
                 MOVE TIME-IN(1:2) TO TIME-HH
                 MOVE TIME-IN(3:2) TO TIME-MM
                 IF TIME-HH > 23 OR TIME-MM > 59
                     SET TIME-BAD TO TRUE
                 ELSE
                     COMPUTE TIME-MINS = TIME-HH * 60 + TIME-MM
                 END-IF
             END-IF.
         ADD-DIAGRAM-ENTRY.
             ADD 1 TO DIAG-COUNT.
             MOVE DIAG-COUNT TO DG-POS.
             SET ENTRY-NOT-PLACED TO TRUE.
             PERFORM SHIFT-DIAGRAM-ENTRY
                 VARYING DG-SUB FROM DIAG-COUNT BY -1
                 UNTIL DG-SUB < 2 OR ENTRY-PLACED.
             MOVE NEW-DIAG-ENTRY TO DIAG-ENTRY(DG-POS).
         SHIFT-DIAGRAM-ENTRY.
             IF DG-SORT-KEY(DG-SUB - 1) > ND-SORT-KEY
                 MOVE DIAG-ENTRY(DG-SUB - 1) TO DIAG-ENTRY(DG-SUB)
                 COMPUTE DG-POS = DG-SUB - 1
             ELSE
                 SET ENTRY-PLACED TO TRUE
             END-IF.
         FIND-TRAIN-UNITS.
             SET FOUND TO TRUE.
             SET TU-IDX TO 1.
             SEARCH TU-ENTRY
                 AT END
                     PERFORM ADD-TRAIN-UNITS
                 WHEN TU-IDX > TRAIN-UNIT-COUNT
                     PERFORM ADD-TRAIN-UNITS
                 WHEN TU-TRAIN(TU-IDX) = DGM-TRAIN-NUMBER
                     CONTINUE
             END-SEARCH.
         ADD-TRAIN-UNITS.
             IF TRAIN-UNIT-COUNT < 3000
                 ADD 1 TO TRAIN-UNIT-COUNT
                 SET TU-IDX TO TRAIN-UNIT-COUNT
                 MOVE DGM-TRAIN-NUMBER TO TU-TRAIN(TU-IDX)
                 MOVE ZERO TO TU-UNITS(TU-IDX)
                 MOVE ZERO TO TU-SEATS(TU-IDX)
                 PERFORM CLEAR-TRAIN-CLASS
                     VARYING TC-SUB FROM 1 BY 1
                     UNTIL TC-SUB > 8
             ELSE
                 SET NOT-FOUND TO TRUE
             END-IF.
         CLEAR-TRAIN-CLASS.
             MOVE SPACE TO TU-CLASS-CODE(TU-IDX, TC-SUB).
             MOVE ZERO TO TU-CLASS-SEATS(TU-IDX, TC-SUB).
         ADD-UNIT-TO-TRAIN.
             ADD 1 TO TU-UNITS(TU-IDX).
             ADD UNIT-SEAT-CAP TO TU-SEATS(TU-IDX).
             PERFORM ADD-UNIT-CLASS
                 VARYING UC-SUB FROM 1 BY 1
                 UNTIL UC-SUB > 4.
         ADD-UNIT-CLASS.
             IF UNIT-CLASS-CODE(UC-SUB) NOT = SPACE
                 MOVE ZERO TO FREE-SUB
                 PERFORM FIND-TRAIN-CLASS
                     VARYING TC-SUB FROM 1 BY 1
                     UNTIL TC-SUB > 8
                 IF FREE-SUB > ZERO
                     MOVE UNIT-CLASS-CODE(UC-SUB)
                       TO TU-CLASS-CODE(TU-IDX, FREE-SUB)
                     ADD UNIT-CLASS-CAP(UC-SUB)
                      TO TU-CLASS-SEATS(TU-IDX, FREE-SUB)
                 END-IF
             END-IF.
         FIND-TRAIN-CLASS.
             IF TU-CLASS-CODE(TU-IDX, TC-SUB) = UNIT-CLASS-CODE(UC-SUB)
                 MOVE TC-SUB TO FREE-SUB
             END-IF.
             IF TU-CLASS-CODE(TU-IDX, TC-SUB) = SPACE
                AND FREE-SUB = ZERO
                 MOVE TC-SUB TO FREE-SUB
             END-IF.
         WRITE-CONFLICT-SECTION.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM CONFLICT-SECTION-LINE.
             WRITE RPT-LINE FROM CON-COL-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
             PERFORM CHECK-UNIT-WORKING THRU CHECK-UNIT-WORKING-EXIT
                 VARYING DG-SUB FROM 1 BY 1
                 UNTIL DG-SUB > DIAG-COUNT.
             IF CONFLICT-CT = ZERO
                 WRITE RPT-LINE FROM CON-NONE-LINE
             END-IF.
         CHECK-UNIT-WORKING.
             IF DG-SUB = 1
                 MOVE DG-SUB TO PREV-SUB
                 GO TO CHECK-UNIT-WORKING-EXIT
             END-IF.
             IF DG-SET(DG-SUB) NOT = DG-SET(PREV-SUB)
                 MOVE DG-SUB TO PREV-SUB
                 GO TO CHECK-UNIT-WORKING-EXIT
             END-IF.
             MOVE SPACES TO CONFLICT-ISSUE.
             COMPUTE TURN-MINS = DG-DEP-MINS(DG-SUB)
                               - DG-ARR-MINS(PREV-SUB).
             EVALUATE TRUE
               WHEN TURN-MINS < ZERO
                   MOVE 'OVERLAPS PREVIOUS WORKING'
                     TO CONFLICT-ISSUE
               WHEN DG-DEP-STN(DG-SUB) NOT = DG-ARR-STN(PREV-SUB)
                   MOVE 'NOT AT PREVIOUS ARRIVAL STATION'
                     TO CONFLICT-ISSUE
               WHEN TURN-MINS < MIN-TURN
                   MOVE 'TURNAROUND BELOW MINIMUM'
                     TO CONFLICT-ISSUE
             END-EVALUATE.
             IF CONFLICT-ISSUE NOT = SPACES
                 PERFORM WRITE-CONFLICT
             END-IF.
             IF DG-ARR-MINS(DG-SUB) > DG-ARR-MINS(PREV-SUB)
                 MOVE DG-SUB TO PREV-SUB
             END-IF.
         CHECK-UNIT-WORKING-EXIT.
             EXIT.
         WRITE-CONFLICT.
             ADD 1 TO CONFLICT-CT.
             PERFORM SET-WARNING.
             MOVE DG-SET(DG-SUB) TO CON-UNIT-P.
             MOVE DG-TRAIN(DG-SUB) TO CON-NUM-P.
             MOVE DG-DEP-STN(DG-SUB) TO CON-DEP-STN-P.
             MOVE DG-DEP-TIME(DG-SUB) TO CON-DEP-P.
             MOVE DG-TRAIN(PREV-SUB) TO CON-PREV-P.
             MOVE DG-ARR-STN(PREV-SUB) TO CON-PREV-STN-P.
             MOVE DG-ARR-TIME(PREV-SUB) TO CON-ARR-P.
             MOVE CONFLICT-ISSUE TO CON-ISSUE-P.
             WRITE RPT-LINE FROM CON-DETAIL-LINE.
         WRITE-COVERAGE-SECTION.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM COVER-SECTION-LINE.
             WRITE RPT-LINE FROM COV-COL-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
             SET EOF3 TO TRUE.
             IF MAST-OPEN
                 SET NOT-EOF3 TO TRUE
                 MOVE LOW-VALUES TO TRAIN-NUMBER
                 START MASTERFILE KEY NOT < TRAIN-NUMBER
                     INVALID KEY SET EOF3 TO TRUE
                 END-START
             END-IF.
             PERFORM CHECK-ONE-TRAIN THRU CHECK-ONE-TRAIN-EXIT
                 UNTIL EOF3.
             IF NO-UNIT-CT = ZERO AND SHORT-CT = ZERO
                 WRITE RPT-LINE FROM COV-NONE-LINE
             END-IF.
         CHECK-ONE-TRAIN.
             READ MASTERFILE NEXT RECORD
                 AT END SET EOF3 TO TRUE
             END-READ.
             IF EOF3 GO TO CHECK-ONE-TRAIN-EXIT.
             PERFORM CHECK-RUNS-ON-DATE.
             IF NOT-RUNNING-TODAY GO TO CHECK-ONE-TRAIN-EXIT.
             PERFORM CHECK-WITHDRAWN.
             IF TRAIN-WITHDRAWN GO TO CHECK-ONE-TRAIN-EXIT.
             ADD 1 TO TRAIN-CT.
             MOVE TRAIN-NUMBER TO COV-NUM-P.
             MOVE TRAIN-DEP-STN TO COV-DEP-STN-P.
             MOVE TRAIN-DEP-TIME TO COV-DEP-P.
             SET TU-IDX TO 1.
             SEARCH TU-ENTRY
                 AT END
                     SET NOT-FOUND TO TRUE
                 WHEN TU-IDX > TRAIN-UNIT-COUNT
                     SET NOT-FOUND TO TRUE
                 WHEN TU-TRAIN(TU-IDX) = TRAIN-NUMBER
                     SET FOUND TO TRUE
             END-SEARCH.
             IF NOT-FOUND
                 ADD 1 TO NO-UNIT-CT
                 PERFORM SET-WARNING
                 MOVE SPACE TO COV-CLASS-P
                 MOVE ZERO TO COV-UNITS-P
                 MOVE ZERO TO COV-SEATS-P
                 MOVE CHECK-BOOKED TO COV-BKD-P
                 MOVE 'NO UNIT ASSIGNED' TO COV-ISSUE-P
                 WRITE RPT-LINE FROM COV-DETAIL-LINE
                 GO TO CHECK-ONE-TRAIN-EXIT
             END-IF.
             MOVE SPACE TO CHECK-CLASS.
             MOVE TU-SEATS(TU-IDX) TO CHECK-SEATS.
             PERFORM TEST-SEAT-SHORTFALL.
             IF CLS-OPEN AND INV-OPEN
                 PERFORM CHECK-TRAIN-CLASSES
             END-IF.
         CHECK-ONE-TRAIN-EXIT.
             EXIT.
         TEST-SEAT-SHORTFALL.
             IF CHECK-BOOKED > CHECK-SEATS
                 ADD 1 TO SHORT-CT
                 PERFORM SET-WARNING
                 MOVE CHECK-CLASS TO COV-CLASS-P
                 MOVE TU-UNITS(TU-IDX) TO COV-UNITS-P
                 MOVE CHECK-SEATS TO COV-SEATS-P
                 MOVE CHECK-BOOKED TO COV-BKD-P
                 MOVE 'BOOKED EXCEEDS UNIT SEATS' TO COV-ISSUE-P
                 WRITE RPT-LINE FROM COV-DETAIL-LINE
             END-IF.
         CHECK-TRAIN-CLASSES.
             SET NOT-CLS-EOF TO TRUE.
             MOVE TRAIN-NUMBER TO CLS-TRAIN-NUMBER.
             MOVE LOW-VALUES TO CLS-CLASS-CODE.
             START CLASSFILE KEY NOT < CLS-CLASS-KEY
                 INVALID KEY SET CLS-EOF TO TRUE
             END-START.
             PERFORM CHECK-ONE-CLASS UNTIL CLS-EOF.
         CHECK-ONE-CLASS.
             READ CLASSFILE NEXT RECORD
                 AT END SET CLS-EOF TO TRUE
             END-READ.
             IF NOT-CLS-EOF
                 IF CLS-TRAIN-NUMBER NOT = TRAIN-NUMBER
                     SET CLS-EOF TO TRUE
                 ELSE
                     PERFORM CHECK-CLASS-SEATS
                 END-IF
             END-IF.
         CHECK-CLASS-SEATS.
             MOVE ZERO TO CHECK-BOOKED.
             MOVE CLS-TRAIN-NUMBER TO INV-TRAIN-NUMBER.
             MOVE CLS-CLASS-CODE TO INV-CLASS-CODE.
             MOVE DIAG-DATE TO INV-TRAVEL-DATE.
             READ SEATINV KEY IS INV-KEY
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE INV-BOOKED TO CHECK-BOOKED
             END-READ.
             MOVE CLS-CLASS-CODE TO CHECK-CLASS.
             MOVE ZERO TO CHECK-SEATS.
             PERFORM SUM-CLASS-SEATS
                 VARYING TC-SUB FROM 1 BY 1
                 UNTIL TC-SUB > 8.
             PERFORM TEST-SEAT-SHORTFALL.
         SUM-CLASS-SEATS.
             IF TU-CLASS-CODE(TU-IDX, TC-SUB) = CHECK-CLASS
                 MOVE TU-CLASS-SEATS(TU-IDX, TC-SUB) TO CHECK-SEATS
             END-IF.
         READ-PARM.
             READ DIAGPARMFILE
                 AT END CONTINUE
                 NOT AT END PERFORM SET-RULES
             END-READ.
         SET-RULES.
             IF DP-DIAGRAM-DATE IS NUMERIC AND DP-DIAGRAM-DATE > ZERO
                 MOVE DP-DIAGRAM-DATE TO DIAG-DATE
             END-IF.
             IF DP-MIN-TURN IS NUMERIC
                 MOVE DP-MIN-TURN TO MIN-TURN
             END-IF.
         INITIALIZATION.
             MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
             MOVE RUN-DATE TO DIAG-DATE.
             OPEN INPUT DIAGPARMFILE.
             IF FS8 = ZERO
                 PERFORM READ-PARM
                 CLOSE DIAGPARMFILE
             END-IF.
             COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(DIAG-DATE).
             IF DATE-INT > ZERO
                 COMPUTE RUN-DOW = FUNCTION MOD(DATE-INT - 1, 7) + 1
             END-IF.
             OPEN INPUT DIAGFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS1 NOT = ZERO
                 MOVE 8 TO PGM-RETURN-CODE
                 SET EOF1 TO TRUE
             ELSE
                 SET NOT-EOF1 TO TRUE
             END-IF.
             OPEN OUTPUT DIAGRPTFILE.
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN INPUT MASTERFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS3 = ZERO
                 SET MAST-OPEN TO TRUE
             ELSE
                 MOVE 8 TO PGM-RETURN-CODE
                 SET EOF1 TO TRUE
             END-IF.
             OPEN INPUT UNITFILE.
             IF (FS4 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS4 NOT = ZERO
                 MOVE 8 TO PGM-RETURN-CODE
                 SET EOF1 TO TRUE
             END-IF.
             OPEN INPUT CALFILE.
             IF FS5 = ZERO
                 SET CAL-OPEN TO TRUE
             END-IF.
             OPEN INPUT CLASSFILE.
             IF FS6 = ZERO
                 SET CLS-OPEN TO TRUE
             END-IF.
             OPEN INPUT SEATINV.
             IF FS7 = ZERO
                 SET INV-OPEN TO TRUE
             END-IF.
         WRITE-HEADER.
             MOVE DIAG-DATE TO HDR-DATE-P.
             MOVE MIN-TURN TO RULE-TURN-P.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM HDR-LINE-1.
             WRITE RPT-LINE FROM RULE-LINE-1.
             WRITE RPT-LINE FROM STAR-LINE.
         FINALIZATION.
             WRITE RPT-LINE FROM STAR-LINE.
             MOVE READ-CT TO SUM-READ-P.
             MOVE ACCEPT-CT TO SUM-ACCEPT-P.
             MOVE REJECT-CT TO SUM-REJECT-P.
             MOVE CONFLICT-CT TO SUM-CONFLICT-P.
             MOVE TRAIN-CT TO SUM-TRAINS-P.
             MOVE NO-UNIT-CT TO SUM-NOUNIT-P.
             MOVE SHORT-CT TO SUM-SHORT-P.
             WRITE RPT-LINE FROM SUMMARY-LINE-1.
             WRITE RPT-LINE FROM SUMMARY-LINE-2.
             WRITE RPT-LINE FROM SUMMARY-LINE-3.
             WRITE RPT-LINE FROM SUMMARY-LINE-4.
             WRITE RPT-LINE FROM SUMMARY-LINE-5.
             WRITE RPT-LINE FROM SUMMARY-LINE-6.
             WRITE RPT-LINE FROM SUMMARY-LINE-7.
             WRITE RPT-LINE FROM STAR-LINE.
             CLOSE DIAGFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE DIAGRPTFILE.
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF MAST-OPEN
                 CLOSE MASTERFILE
             END-IF.
             CLOSE UNITFILE.
             IF (FS4 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF CAL-OPEN
                 CLOSE CALFILE
             END-IF.
             IF CLS-OPEN
                 CLOSE CLASSFILE
             END-IF.
             IF INV-OPEN
                 CLOSE SEATINV
             END-IF.
             MOVE PGM-RETURN-CODE TO RETURN-CODE.
             STOP RUN.
         END PROGRAM UNITDIAG.
