         IDENTIFICATION DIVISION.
         PROGRAM-ID. UNTMAINT.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT UNTTFILE ASSIGN UNTTRAN
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS1.
             SELECT UNTLOG ASSIGN UNTLOGO
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS2.
             SELECT UNITFILE ASSIGN UNITMAST
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS UNIT-SET-NUMBER
                    STATUS IS FS3.
             SELECT STNMASTER ASSIGN STNMAST
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS STN-CODE
                    STATUS IS FS4.
         DATA DIVISION.
         FILE SECTION.
         FD  UNTTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  UNT-TRAN.
             02 UTRAN-TRAN-CODE   PIC X.
                88 UTRAN-ADD               VALUE 'A'.
                88 UTRAN-CHANGE            VALUE 'C'.
                88 UTRAN-RETIRE            VALUE 'D'.
             02 UTRAN-SET-NUMBER  PIC X(6).
             02 UTRAN-UNIT-TYPE   PIC X(10).
             02 UTRAN-HOME-DEPOT  PIC X(10).
             02 UTRAN-SEAT-CAP    PIC X(5).
             02 UTRAN-CLASS-ENTRY OCCURS 4 TIMES.
                03 UTRAN-CLASS-CODE PIC X.
                03 UTRAN-CLASS-CAP  PIC X(5).
             02 FILLER            PIC X(44) VALUE SPACES.
         FD  UNTLOG RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  LOG-LINE              PIC X(100).
         FD  UNITFILE.
             COPY UNITREC.
         FD  STNMASTER.
             COPY STNREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER PIC X(40) VALUE SPACES.
             02 FILLER PIC X(23) VALUE 'UNIT MASTER MAINTENANCE'.
         01 LOG-DETAIL.
             02 LOG-SET-NUMBER    PIC X(6).
             02 FILLER            PIC X(9)  VALUE SPACES.
             02 LOG-ACTION        PIC X(10).
             02 FILLER            PIC X(5)  VALUE SPACES.
             02 LOG-RESULT        PIC X(30).
         01 SUMMARY-LINE-1.
             02 FILLER            PIC X(20) VALUE 'UNITS ADDED      : '.
             02 SUM-ADDED-P       PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-2.
             02 FILLER            PIC X(20) VALUE 'UNITS CHANGED    : '.
             02 SUM-CHANGED-P     PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-3.
             02 FILLER            PIC X(20) VALUE 'UNITS RETIRED    : '.
             02 SUM-RETIRED-P     PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-4.
             02 FILLER            PIC X(20) VALUE 'TRANS ERRORS     : '.
             02 SUM-ERRORS-P      PIC Z,ZZZ,ZZ9.
         01 TRAN-COUNTERS.
             02 ADDED-CT       PIC 9(7) COMP VALUE ZERO.
             02 CHANGED-CT     PIC 9(7) COMP VALUE ZERO.
             02 RETIRED-CT     PIC 9(7) COMP VALUE ZERO.
             02 ERROR-CT       PIC 9(7) COMP VALUE ZERO.
         01 TRAN-SUB             PIC 9(4) COMP VALUE ZERO.
         01 UNIT-SUB             PIC 9(4) COMP VALUE ZERO.
         01 FREE-SUB             PIC 9(4) COMP VALUE ZERO.
         01 EOF1-SWITCH          PIC X.
            88 EOF1                       VALUE '1'.
            88 NOT-EOF1                   VALUE '0'.
         01 RECORD-FOUND         PIC X.
            88 NOT-FOUND                  VALUE 'N'.
            88 FOUND                      VALUE 'Y'.
         01 STN-CHECK-SW         PIC X.
            88 STN-KNOWN                  VALUE 'Y'.
            88 STN-UNKNOWN                VALUE 'N'.
         01 TRAN-VALID-SW        PIC X.
            88 TRAN-VALID                 VALUE 'Y'.
            88 TRAN-NOT-VALID             VALUE 'N'.
         01 FS1                  PIC XX.
         01 FS2                  PIC XX.
         01 FS3                  PIC XX.
         01 FS4                  PIC XX.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM INITIALIZATION.
             PERFORM WRITE-HEADER.
             PERFORM READ-TRANSACTION UNTIL EOF1.
             PERFORM FINALIZATION.
             STOP RUN.
         READ-TRANSACTION.
             READ UNTTFILE
                 AT END SET EOF1 TO TRUE
             END-READ.
             IF (FS1 = 10) GO TO FINALIZATION.
             PERFORM UNT-PARA.
         UNT-PARA.
             MOVE UTRAN-SET-NUMBER TO LOG-SET-NUMBER.
             EVALUATE TRUE
               WHEN UTRAN-ADD
                   PERFORM ADD-UNIT
               WHEN UTRAN-CHANGE
                   PERFORM CHANGE-UNIT
               WHEN UTRAN-RETIRE
                   PERFORM RETIRE-UNIT
               WHEN OTHER
                   MOVE 'INVALID   ' TO LOG-ACTION
                   MOVE 'UNRECOGNIZED TRANSACTION CODE' TO LOG-RESULT
                   ADD 1 TO ERROR-CT
                   WRITE LOG-LINE FROM LOG-DETAIL
             END-EVALUATE.
         CHECK-KEY-FIELDS.
             SET TRAN-VALID TO TRUE.
             IF UTRAN-SET-NUMBER = SPACES
                 SET TRAN-NOT-VALID TO TRUE
                 MOVE 'FAILED - BAD KEY FIELDS' TO LOG-RESULT
                 ADD 1 TO ERROR-CT
             END-IF.
         CHECK-DEPOT-FIELD.
             MOVE UTRAN-HOME-DEPOT TO STN-CODE.
             READ STNMASTER KEY IS STN-CODE
                  INVALID KEY SET STN-UNKNOWN TO TRUE
                  NOT INVALID KEY SET STN-KNOWN TO TRUE
             END-READ.
             IF STN-UNKNOWN
                 SET TRAN-NOT-VALID TO TRUE
                 MOVE 'FAILED - UNKNOWN HOME DEPOT' TO LOG-RESULT
                 ADD 1 TO ERROR-CT
             END-IF.
         CHECK-SEAT-FIELDS.
             IF UTRAN-SEAT-CAP NOT = SPACES
                AND UTRAN-SEAT-CAP IS NOT NUMERIC
                 SET TRAN-NOT-VALID TO TRUE
                 MOVE 'FAILED - BAD SEAT COUNT' TO LOG-RESULT
                 ADD 1 TO ERROR-CT
             END-IF.
             PERFORM CHECK-ONE-CLASS-FIELD
                 VARYING TRAN-SUB FROM 1 BY 1
                 UNTIL TRAN-SUB > 4 OR TRAN-NOT-VALID.
         CHECK-ONE-CLASS-FIELD.
             IF UTRAN-CLASS-CODE(TRAN-SUB) NOT = SPACE
                AND UTRAN-CLASS-CAP(TRAN-SUB) IS NOT NUMERIC
                 SET TRAN-NOT-VALID TO TRUE
                 MOVE 'FAILED - BAD CLASS SEAT COUNT' TO LOG-RESULT
                 ADD 1 TO ERROR-CT
             END-IF.
         ADD-UNIT.
             MOVE 'ADD       ' TO LOG-ACTION.
             PERFORM CHECK-KEY-FIELDS.
             IF TRAN-VALID
                 IF UTRAN-UNIT-TYPE = SPACES
                    OR UTRAN-HOME-DEPOT = SPACES
                    OR UTRAN-SEAT-CAP = SPACES
                     SET TRAN-NOT-VALID TO TRUE
                     MOVE 'ADD FAILED - REQUIRED FIELD BLANK'
                           TO LOG-RESULT
                     ADD 1 TO ERROR-CT
                 END-IF
             END-IF.
             IF TRAN-VALID
                 PERFORM CHECK-DEPOT-FIELD
             END-IF.
             IF TRAN-VALID
                 PERFORM CHECK-SEAT-FIELDS
             END-IF.
             IF TRAN-VALID
                 MOVE SPACES TO UNIT-REC
                 MOVE UTRAN-SET-NUMBER TO UNIT-SET-NUMBER
                 MOVE UTRAN-UNIT-TYPE TO UNIT-TYPE
                 MOVE UTRAN-HOME-DEPOT TO UNIT-HOME-DEPOT
                 MOVE UTRAN-SEAT-CAP TO UNIT-SEAT-CAP
                 PERFORM CLEAR-ONE-CLASS
                     VARYING UNIT-SUB FROM 1 BY 1
                     UNTIL UNIT-SUB > 4
                 PERFORM APPLY-ONE-CLASS
                     VARYING TRAN-SUB FROM 1 BY 1
                     UNTIL TRAN-SUB > 4 OR TRAN-NOT-VALID
             END-IF.
             IF TRAN-VALID
                 WRITE UNIT-REC
                 IF (FS3 = ZERO)
                     MOVE 'UNIT ADDED' TO LOG-RESULT
                     ADD 1 TO ADDED-CT
                 ELSE
                     MOVE 'ADD FAILED - DUPLICATE/IO ERROR' TO
                           LOG-RESULT
                     ADD 1 TO ERROR-CT
                 END-IF
             END-IF.
             WRITE LOG-LINE FROM LOG-DETAIL.
         CLEAR-ONE-CLASS.
             MOVE SPACE TO UNIT-CLASS-CODE(UNIT-SUB).
             MOVE ZERO TO UNIT-CLASS-CAP(UNIT-SUB).
         APPLY-ONE-CLASS.
             IF UTRAN-CLASS-CODE(TRAN-SUB) NOT = SPACE
                 MOVE ZERO TO FREE-SUB
                 PERFORM FIND-UNIT-CLASS
                     VARYING UNIT-SUB FROM 1 BY 1
                     UNTIL UNIT-SUB > 4
                 IF FREE-SUB = ZERO
                     SET TRAN-NOT-VALID TO TRUE
                     MOVE 'FAILED - MORE THAN 4 CLASSES' TO LOG-RESULT
                     ADD 1 TO ERROR-CT
                 ELSE
                     MOVE UTRAN-CLASS-CODE(TRAN-SUB)
                       TO UNIT-CLASS-CODE(FREE-SUB)
                     MOVE UTRAN-CLASS-CAP(TRAN-SUB)
                       TO UNIT-CLASS-CAP(FREE-SUB)
                     IF UNIT-CLASS-CAP(FREE-SUB) = ZERO
                         MOVE SPACE TO UNIT-CLASS-CODE(FREE-SUB)
                     END-IF
                 END-IF
             END-IF.
         FIND-UNIT-CLASS.
             IF UNIT-CLASS-CODE(UNIT-SUB) = UTRAN-CLASS-CODE(TRAN-SUB)
                 MOVE UNIT-SUB TO FREE-SUB
             END-IF.
             IF UNIT-CLASS-CODE(UNIT-SUB) = SPACE AND FREE-SUB = ZERO
                 MOVE UNIT-SUB TO FREE-SUB
             END-IF.
         CHANGE-UNIT.
             MOVE 'CHANGE    ' TO LOG-ACTION.
             PERFORM CHECK-KEY-FIELDS.
             IF TRAN-VALID
                 MOVE UTRAN-SET-NUMBER TO UNIT-SET-NUMBER
                 READ UNITFILE KEY IS UNIT-SET-NUMBER
                      INVALID KEY SET NOT-FOUND TO TRUE
                      NOT INVALID KEY SET FOUND TO TRUE
                 END-READ
                 IF NOT-FOUND
                     MOVE 'CHANGE FAILED - NOT ON FILE' TO LOG-RESULT
                     ADD 1 TO ERROR-CT
                 ELSE
                     PERFORM APPLY-UNIT-CHANGE
                 END-IF
             END-IF.
             WRITE LOG-LINE FROM LOG-DETAIL.
         APPLY-UNIT-CHANGE.
             IF UTRAN-HOME-DEPOT NOT = SPACES
                 PERFORM CHECK-DEPOT-FIELD
             END-IF.
             IF TRAN-VALID
                 PERFORM CHECK-SEAT-FIELDS
             END-IF.
             IF TRAN-VALID
                 IF UTRAN-UNIT-TYPE NOT = SPACES
                     MOVE UTRAN-UNIT-TYPE TO UNIT-TYPE
                 END-IF
                 IF UTRAN-HOME-DEPOT NOT = SPACES
                     MOVE UTRAN-HOME-DEPOT TO UNIT-HOME-DEPOT
                 END-IF
                 IF UTRAN-SEAT-CAP NOT = SPACES
                     MOVE UTRAN-SEAT-CAP TO UNIT-SEAT-CAP
                 END-IF
                 PERFORM APPLY-ONE-CLASS
                     VARYING TRAN-SUB FROM 1 BY 1
                     UNTIL TRAN-SUB > 4 OR TRAN-NOT-VALID
             END-IF.
             IF TRAN-VALID
                 REWRITE UNIT-REC
                 IF (FS3 = ZERO)
                     MOVE 'UNIT CHANGED' TO LOG-RESULT
                     ADD 1 TO CHANGED-CT
                 ELSE
                     MOVE 'CHANGE FAILED - I/O ERROR' TO LOG-RESULT
                     ADD 1 TO ERROR-CT
                 END-IF
             END-IF.
         RETIRE-UNIT.
             MOVE 'RETIRE    ' TO LOG-ACTION.
             PERFORM CHECK-KEY-FIELDS.
             IF TRAN-VALID
                 MOVE UTRAN-SET-NUMBER TO UNIT-SET-NUMBER
                 READ UNITFILE KEY IS UNIT-SET-NUMBER
                      INVALID KEY SET NOT-FOUND TO TRUE
                      NOT INVALID KEY SET FOUND TO TRUE
                 END-READ
                 IF NOT-FOUND
                     MOVE 'RETIRE FAILED - NOT ON FILE' TO LOG-RESULT
                     ADD 1 TO ERROR-CT
                 ELSE
                     DELETE UNITFILE RECORD
                     IF (FS3 = ZERO)
                         MOVE 'UNIT RETIRED' TO LOG-RESULT
                         ADD 1 TO RETIRED-CT
                     ELSE
                         MOVE 'RETIRE FAILED - I/O ERROR' TO LOG-RESULT
                         ADD 1 TO ERROR-CT
                     END-IF
                 END-IF
             END-IF.
             WRITE LOG-LINE FROM LOG-DETAIL.
         INITIALIZATION.
             OPEN INPUT UNTTFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN I-O UNITFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN INPUT STNMASTER.
             IF (FS4 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN OUTPUT UNTLOG.
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
         WRITE-HEADER.
             WRITE LOG-LINE FROM STAR-LINE.
             WRITE LOG-LINE FROM HDR-LINE-1.
             WRITE LOG-LINE FROM STAR-LINE.
         FINALIZATION.
             WRITE LOG-LINE FROM STAR-LINE.
             MOVE ADDED-CT TO SUM-ADDED-P.
             MOVE CHANGED-CT TO SUM-CHANGED-P.
             MOVE RETIRED-CT TO SUM-RETIRED-P.
             MOVE ERROR-CT TO SUM-ERRORS-P.
             WRITE LOG-LINE FROM SUMMARY-LINE-1.
             WRITE LOG-LINE FROM SUMMARY-LINE-2.
             WRITE LOG-LINE FROM SUMMARY-LINE-3.
             WRITE LOG-LINE FROM SUMMARY-LINE-4.
             WRITE LOG-LINE FROM STAR-LINE.
             CLOSE UNTTFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE UNITFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE STNMASTER.
             IF (FS4 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE UNTLOG.
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             STOP RUN.
         END PROGRAM UNTMAINT.
