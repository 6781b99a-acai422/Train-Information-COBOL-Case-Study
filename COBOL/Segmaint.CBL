         IDENTIFICATION DIVISION.
         PROGRAM-ID. SEGMAINT.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT SEGTFILE ASSIGN SEGTRAN
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS1.
             SELECT SEGLOG ASSIGN SEGLOGO
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS2.
             SELECT SEGFILE ASSIGN SEGFARE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS SEG-KEY
                    STATUS IS FS3.
             SELECT MASTERFILE ASSIGN MASTFILE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS TRAIN-NUMBER
                    STATUS IS FS4.
             SELECT STNMASTER ASSIGN STNMAST
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS STN-CODE
                    STATUS IS FS5.
             SELECT STOPFILE ASSIGN STOPFILE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ST-STOP-KEY
                    STATUS IS FS6.
             SELECT CLASSFILE ASSIGN CLASSFIL
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS CLS-CLASS-KEY
                    STATUS IS FS7.
         DATA DIVISION.
         FILE SECTION.
         FD  SEGTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  SEG-TRAN.
             02 SGT-TRAN-CODE     PIC X.
                88 SGT-ADD                 VALUE 'A'.
                88 SGT-CHANGE              VALUE 'C'.
                88 SGT-DELETE              VALUE 'D'.
             02 SGT-TRAIN-NUMBER  PIC X(6).
                88 SGT-ROUTE-FARE          VALUE '*'.
             02 SGT-BOARD-STN     PIC X(10).
             02 SGT-ALIGHT-STN    PIC X(10).
             02 SGT-CLASS-CODE    PIC X.
             02 SGT-FARE          PIC 9(8)V99.
             02 FILLER            PIC X(62) VALUE SPACES.
         FD  SEGLOG RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  LOG-LINE              PIC X(100).
         FD  SEGFILE.
             COPY SEGREC.
         FD  MASTERFILE.
             COPY MASTREC.
         FD  STNMASTER.
             COPY STNREC.
         FD  STOPFILE.
             COPY STPREC.
         FD  CLASSFILE.
             COPY CLSREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER PIC X(40) VALUE SPACES.
             02 FILLER PIC X(24) VALUE 'SEGMENT FARE MAINTENANCE'.
         01 LOG-DETAIL.
             02 LOG-TRAIN-NUMBER  PIC X(6).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 LOG-BOARD-STN     PIC X(10).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 LOG-ALIGHT-STN    PIC X(10).
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 LOG-CLASS-CODE    PIC X.
             02 FILLER            PIC X(4)  VALUE SPACES.
             02 LOG-ACTION        PIC X(10).
             02 FILLER            PIC X(5)  VALUE SPACES.
             02 LOG-RESULT        PIC X(30).
         01 SUMMARY-LINE-1.
             02 FILLER            PIC X(20) VALUE 'FARES ADDED      : '.
             02 SUM-ADDED-P       PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-2.
             02 FILLER            PIC X(20) VALUE 'FARES CHANGED    : '.
             02 SUM-CHANGED-P     PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-3.
             02 FILLER            PIC X(20) VALUE 'FARES DELETED    : '.
             02 SUM-DELETED-P     PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-4.
             02 FILLER            PIC X(20) VALUE 'TRANS ERRORS     : '.
             02 SUM-ERRORS-P      PIC Z,ZZZ,ZZ9.
         01 TRAN-COUNTERS.
             02 ADDED-CT       PIC 9(7) COMP VALUE ZERO.
             02 CHANGED-CT     PIC 9(7) COMP VALUE ZERO.
             02 DELETED-CT     PIC 9(7) COMP VALUE ZERO.
             02 ERROR-CT       PIC 9(7) COMP VALUE ZERO.
         01 RUN-STAMP.
             02 RUN-DATE          PIC 9(8).
             02 RUN-TIME          PIC 9(6).
         01 BOARD-POS            PIC 9(3) VALUE ZERO.
         01 ALIGHT-POS           PIC 9(3) VALUE ZERO.
         01 BOARD-FOUND-SW       PIC X.
            88 BOARD-FOUND                VALUE 'Y'.
            88 BOARD-NOT-FOUND            VALUE 'N'.
         01 ALIGHT-FOUND-SW      PIC X.
            88 ALIGHT-FOUND               VALUE 'Y'.
            88 ALIGHT-NOT-FOUND           VALUE 'N'.
         01 STOPS-EOF-SW         PIC X.
            88 STOPS-EOF                  VALUE 'Y'.
            88 NOT-STOPS-EOF              VALUE 'N'.
         01 EOF1-SWITCH          PIC X.
            88 EOF1                       VALUE '1'.
            88 NOT-EOF1                   VALUE '0'.
         01 RECORD-FOUND         PIC X.
            88 NOT-FOUND                  VALUE 'N'.
            88 FOUND                      VALUE 'Y'.
         01 STN-CHECK-CODE       PIC X(10).
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
         01 FS5                  PIC XX.
         01 FS6                  PIC XX.
         01 FS7                  PIC XX.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM INITIALIZATION.
             PERFORM WRITE-HEADER.
             PERFORM READ-TRANSACTION UNTIL EOF1.
             PERFORM FINALIZATION.
             STOP RUN.
         READ-TRANSACTION.
             READ SEGTFILE
                 AT END SET EOF1 TO TRUE
             END-READ.
             IF (FS1 = 10) GO TO FINALIZATION.
             PERFORM SEG-PARA.
         SEG-PARA.
             MOVE SGT-TRAIN-NUMBER TO LOG-TRAIN-NUMBER.
             MOVE SGT-BOARD-STN TO LOG-BOARD-STN.
             MOVE SGT-ALIGHT-STN TO LOG-ALIGHT-STN.
             MOVE SGT-CLASS-CODE TO LOG-CLASS-CODE.
             EVALUATE TRUE
               WHEN SGT-ADD
                   PERFORM ADD-SEGMENT
               WHEN SGT-CHANGE
                   PERFORM CHANGE-SEGMENT
               WHEN SGT-DELETE
                   PERFORM DELETE-SEGMENT
               WHEN OTHER
                   MOVE 'INVALID   ' TO LOG-ACTION
                   MOVE 'UNRECOGNIZED TRANSACTION CODE' TO LOG-RESULT
                   ADD 1 TO ERROR-CT
                   WRITE LOG-LINE FROM LOG-DETAIL
             END-EVALUATE.
         CHECK-KEY-FIELDS.
             SET TRAN-VALID TO TRUE.
             IF SGT-TRAIN-NUMBER = SPACES
                OR SGT-BOARD-STN = SPACES
                OR SGT-ALIGHT-STN = SPACES
                OR SGT-BOARD-STN = SGT-ALIGHT-STN
                 SET TRAN-NOT-VALID TO TRUE
                 MOVE 'FAILED - BAD KEY FIELDS' TO LOG-RESULT
                 ADD 1 TO ERROR-CT
             END-IF.
         CHECK-FARE-FIELD.
             IF SGT-FARE IS NOT NUMERIC
                 SET TRAN-NOT-VALID TO TRUE
                 MOVE 'FAILED - BAD FARE' TO LOG-RESULT
                 ADD 1 TO ERROR-CT
             ELSE
                 IF SGT-FARE = ZERO
                     SET TRAN-NOT-VALID TO TRUE
                     MOVE 'FAILED - BAD FARE' TO LOG-RESULT
                     ADD 1 TO ERROR-CT
                 END-IF
             END-IF.
         CHECK-STATION-FIELDS.
             MOVE SGT-BOARD-STN TO STN-CHECK-CODE.
             PERFORM CHECK-STATION-CODE.
             IF STN-KNOWN
                 MOVE SGT-ALIGHT-STN TO STN-CHECK-CODE
                 PERFORM CHECK-STATION-CODE
             END-IF.
             IF STN-UNKNOWN
                 SET TRAN-NOT-VALID TO TRUE
                 MOVE 'FAILED - UNKNOWN STATION' TO LOG-RESULT
                 ADD 1 TO ERROR-CT
             END-IF.
         CHECK-TRAIN-ON-MASTER.
             MOVE SGT-TRAIN-NUMBER TO TRAIN-NUMBER.
             READ MASTERFILE KEY IS TRAIN-NUMBER
                  INVALID KEY SET NOT-FOUND TO TRUE
                  NOT INVALID KEY SET FOUND TO TRUE
             END-READ.
             IF NOT-FOUND
                 SET TRAN-NOT-VALID TO TRUE
                 MOVE 'FAILED - NO TRAIN ON MASTER' TO LOG-RESULT
                 ADD 1 TO ERROR-CT
             END-IF.
         CHECK-CLASS-ON-FILE.
             MOVE SGT-TRAIN-NUMBER TO CLS-TRAIN-NUMBER.
             MOVE SGT-CLASS-CODE TO CLS-CLASS-CODE.
             READ CLASSFILE KEY IS CLS-CLASS-KEY
                  INVALID KEY SET NOT-FOUND TO TRUE
                  NOT INVALID KEY SET FOUND TO TRUE
             END-READ.
             IF NOT-FOUND
                 SET TRAN-NOT-VALID TO TRUE
                 MOVE 'FAILED - CLASS NOT ON TRAIN' TO LOG-RESULT
                 ADD 1 TO ERROR-CT
             END-IF.
         CHECK-RUNNING-ORDER.
             IF SGT-BOARD-STN = TRAIN-DEP-STN
                AND SGT-ALIGHT-STN = TRAIN-ARR-STN
                 SET TRAN-NOT-VALID TO TRUE
                 MOVE 'FAILED - FULL JOURNEY FARE' TO LOG-RESULT
                 ADD 1 TO ERROR-CT
             ELSE
                 PERFORM LOCATE-SEGMENT-STATIONS
                 IF BOARD-NOT-FOUND OR ALIGHT-NOT-FOUND
                    OR BOARD-POS NOT < ALIGHT-POS
                     SET TRAN-NOT-VALID TO TRUE
                     MOVE 'FAILED - NOT IN RUNNING ORDER' TO
                           LOG-RESULT
                     ADD 1 TO ERROR-CT
                 END-IF
             END-IF.
         LOCATE-SEGMENT-STATIONS.
             SET BOARD-NOT-FOUND TO TRUE.
             SET ALIGHT-NOT-FOUND TO TRUE.
             MOVE ZERO TO BOARD-POS.
             MOVE ZERO TO ALIGHT-POS.
             IF SGT-BOARD-STN = TRAIN-DEP-STN
                 SET BOARD-FOUND TO TRUE
             END-IF.
             IF SGT-ALIGHT-STN = TRAIN-ARR-STN
                 SET ALIGHT-FOUND TO TRUE
                 MOVE 999 TO ALIGHT-POS
             END-IF.
             SET NOT-STOPS-EOF TO TRUE.
             MOVE TRAIN-NUMBER TO ST-TRAIN-NUMBER.
             MOVE ZERO TO ST-STOP-SEQ.
             START STOPFILE KEY NOT < ST-STOP-KEY
                 INVALID KEY SET STOPS-EOF TO TRUE
             END-START.
             PERFORM CHECK-ONE-STOP UNTIL STOPS-EOF.
         CHECK-ONE-STOP.
             READ STOPFILE NEXT RECORD
                 AT END SET STOPS-EOF TO TRUE
             END-READ.
             IF NOT-STOPS-EOF
                 IF ST-TRAIN-NUMBER NOT = TRAIN-NUMBER
                     SET STOPS-EOF TO TRUE
                 ELSE
                     IF BOARD-NOT-FOUND
                        AND ST-STN-CODE = SGT-BOARD-STN
                        AND ST-DEP-TIME NOT = SPACES
                         SET BOARD-FOUND TO TRUE
                         MOVE ST-STOP-SEQ TO BOARD-POS
                     END-IF
                     IF ALIGHT-NOT-FOUND
                        AND ST-STN-CODE = SGT-ALIGHT-STN
                         SET ALIGHT-FOUND TO TRUE
                         MOVE ST-STOP-SEQ TO ALIGHT-POS
                     END-IF
                 END-IF
             END-IF.
         CHECK-STATION-CODE.
             SET STN-UNKNOWN TO TRUE.
             MOVE STN-CHECK-CODE TO STN-CODE.
             READ STNMASTER KEY IS STN-CODE
                  INVALID KEY SET STN-UNKNOWN TO TRUE
                  NOT INVALID KEY SET STN-KNOWN TO TRUE
             END-READ.
         READ-SEGMENT.
             MOVE SGT-TRAIN-NUMBER TO SEG-TRAIN-NUMBER.
             MOVE SGT-BOARD-STN TO SEG-BOARD-STN.
             MOVE SGT-ALIGHT-STN TO SEG-ALIGHT-STN.
             MOVE SGT-CLASS-CODE TO SEG-CLASS-CODE.
             READ SEGFILE KEY IS SEG-KEY
                  INVALID KEY SET NOT-FOUND TO TRUE
                  NOT INVALID KEY SET FOUND TO TRUE
             END-READ.
         ADD-SEGMENT.
             MOVE 'ADD       ' TO LOG-ACTION.
             PERFORM CHECK-KEY-FIELDS.
             IF TRAN-VALID
                 PERFORM CHECK-FARE-FIELD
             END-IF.
             IF TRAN-VALID
                 PERFORM CHECK-STATION-FIELDS
             END-IF.
             IF TRAN-VALID AND NOT SGT-ROUTE-FARE
                 PERFORM CHECK-TRAIN-ON-MASTER
                 IF TRAN-VALID AND SGT-CLASS-CODE NOT = SPACE
                     PERFORM CHECK-CLASS-ON-FILE
                 END-IF
                 IF TRAN-VALID
                     PERFORM CHECK-RUNNING-ORDER
                 END-IF
             END-IF.
             IF TRAN-VALID
                 MOVE SPACES TO SEG-FARE-REC
                 MOVE SGT-TRAIN-NUMBER TO SEG-TRAIN-NUMBER
                 MOVE SGT-BOARD-STN TO SEG-BOARD-STN
                 MOVE SGT-ALIGHT-STN TO SEG-ALIGHT-STN
                 MOVE SGT-CLASS-CODE TO SEG-CLASS-CODE
                 MOVE SGT-FARE TO SEG-FARE
                 MOVE RUN-DATE TO SEG-EFF-DATE
                 WRITE SEG-FARE-REC
                 IF (FS3 = ZERO)
                     MOVE 'SEGMENT FARE ADDED' TO LOG-RESULT
                     ADD 1 TO ADDED-CT
                 ELSE
                     MOVE 'ADD FAILED - DUPLICATE/IO ERROR' TO
                           LOG-RESULT
                     ADD 1 TO ERROR-CT
                 END-IF
             END-IF.
             WRITE LOG-LINE FROM LOG-DETAIL.
         CHANGE-SEGMENT.
             MOVE 'CHANGE    ' TO LOG-ACTION.
             PERFORM CHECK-KEY-FIELDS.
             IF TRAN-VALID
                 PERFORM CHECK-FARE-FIELD
             END-IF.
             IF TRAN-VALID
                 PERFORM READ-SEGMENT
                 IF NOT-FOUND
                     MOVE 'CHANGE FAILED - NOT ON FILE' TO LOG-RESULT
                     ADD 1 TO ERROR-CT
                 ELSE
                     MOVE SGT-FARE TO SEG-FARE
                     MOVE RUN-DATE TO SEG-EFF-DATE
                     REWRITE SEG-FARE-REC
                     IF (FS3 = ZERO)
                         MOVE 'SEGMENT FARE CHANGED' TO LOG-RESULT
                         ADD 1 TO CHANGED-CT
                     ELSE
                         MOVE 'CHANGE FAILED - I/O ERROR' TO LOG-RESULT
                         ADD 1 TO ERROR-CT
                     END-IF
                 END-IF
             END-IF.
             WRITE LOG-LINE FROM LOG-DETAIL.
         DELETE-SEGMENT.
             MOVE 'DELETE    ' TO LOG-ACTION.
             PERFORM CHECK-KEY-FIELDS.
             IF TRAN-VALID
                 PERFORM READ-SEGMENT
                 IF NOT-FOUND
                     MOVE 'DELETE FAILED - NOT ON FILE' TO LOG-RESULT
                     ADD 1 TO ERROR-CT
                 ELSE
                     DELETE SEGFILE RECORD
                     IF (FS3 = ZERO)
                         MOVE 'SEGMENT FARE DELETED' TO LOG-RESULT
                         ADD 1 TO DELETED-CT
                     ELSE
                         MOVE 'DELETE FAILED - I/O ERROR' TO LOG-RESULT
                         ADD 1 TO ERROR-CT
                     END-IF
                 END-IF
             END-IF.
             WRITE LOG-LINE FROM LOG-DETAIL.
         INITIALIZATION.
             MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
             OPEN INPUT SEGTFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN I-O SEGFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN INPUT MASTERFILE.
             IF (FS4 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN INPUT STNMASTER.
             IF (FS5 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN INPUT STOPFILE.
             IF (FS6 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN INPUT CLASSFILE.
             IF (FS7 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN OUTPUT SEGLOG.
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
             MOVE DELETED-CT TO SUM-DELETED-P.
             MOVE ERROR-CT TO SUM-ERRORS-P.
             WRITE LOG-LINE FROM SUMMARY-LINE-1.
             WRITE LOG-LINE FROM SUMMARY-LINE-2.
             WRITE LOG-LINE FROM SUMMARY-LINE-3.
             WRITE LOG-LINE FROM SUMMARY-LINE-4.
             WRITE LOG-LINE FROM STAR-LINE.
             CLOSE SEGTFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE SEGFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE MASTERFILE.
             IF (FS4 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE STNMASTER.
             IF (FS5 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE STOPFILE.
             IF (FS6 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE CLASSFILE.
             IF (FS7 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE SEGLOG.
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             STOP RUN.
         END PROGRAM SEGMAINT.
