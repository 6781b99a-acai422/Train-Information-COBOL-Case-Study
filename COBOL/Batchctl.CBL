         IDENTIFICATION DIVISION.
         PROGRAM-ID. BATCHCTL.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT BCPARMFILE ASSIGN BCPARM
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS1.
             SELECT BATCHCTLFILE ASSIGN BATCHCTL
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS2.
             SELECT STEPLOGFILE ASSIGN STEPLOG
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS3.
             SELECT DATEPARMFILE ASSIGN DATEPARM
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS4.
             SELECT BCRPTFILE ASSIGN BCRPT
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS5.
         DATA DIVISION.
         FILE SECTION.
         FD  BCPARMFILE RECORDING MODE IS F
             RECORD CONTAINS 80.
         01  BC-PARM.
             02 BCP-ACTION        PIC X(8).
             02 FILLER            PIC X(1).
             02 BCP-REPORT-DAYS   PIC 9(3).
             02 FILLER            PIC X(68).
         FD  BATCHCTLFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY BCREC.
         FD  STEPLOGFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY STEPREC.
         FD  DATEPARMFILE RECORDING MODE IS F
             RECORD CONTAINS 10.
         01  DATE-PARM.
             02 DATE-PARM-RUN     PIC 9(8).
             02 FILLER            PIC X(2).
         FD  BCRPTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-LINE             PIC X(100).
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER PIC X(40) VALUE SPACES.
             02 FILLER PIC X(24) VALUE 'TRNBATCH RUN STATUS     '.
             02 FILLER PIC X(10) VALUE 'ACTION:   '.
             02 HDR-ACTION-P      PIC X(8).
             02 FILLER PIC X(4)  VALUE SPACES.
             02 HDR-DATE-P        PIC 9(8).
         01 MSG-LINE.
             02 MSG-TEXT          PIC X(50).
             02 MSG-DATE-P        PIC 9(8) BLANK WHEN ZERO.
             02 FILLER            PIC X(42) VALUE SPACES.
         01 BEHIND-LINE.
             02 FILLER            PIC X(30) VALUE
                                   'WARNING - STREAM IS BEHIND BY '.
             02 BEHIND-CT-P       PIC ZZZ9.
             02 FILLER            PIC X(38) VALUE
                       ' BUSINESS DATE(S) - RUNNING THE OLDEST'.
             02 FILLER            PIC X(28) VALUE SPACES.
         01 DATE-LINE.
             02 FILLER            PIC X(14) VALUE 'BUSINESS DATE '.
             02 DL-BUS-DATE-P     PIC 9(8).
             02 FILLER            PIC X(9)  VALUE '  STATUS '.
             02 DL-STATUS-P       PIC X(8).
             02 FILLER            PIC X(10) VALUE '  STARTED '.
             02 DL-START-DATE-P   PIC 9(8).
             02 FILLER            PIC X(1)  VALUE SPACE.
             02 DL-START-TIME-P   PIC 9(6).
             02 FILLER            PIC X(9)  VALUE '  CLOSED '.
             02 DL-END-DATE-P     PIC X(8).
             02 FILLER            PIC X(1)  VALUE SPACE.
             02 DL-END-TIME-P     PIC X(6).
             02 FILLER            PIC X(7)  VALUE '  RUNS '.
             02 DL-RUN-CT-P       PIC ZZ9.
             02 FILLER            PIC X(2)  VALUE SPACES.
         01 COL-LINE-1.
             02 FILLER PIC X(8)  VALUE SPACES.
             02 FILLER PIC X(10) VALUE 'STEP      '.
             02 FILLER PIC X(10) VALUE 'PROGRAM   '.
             02 FILLER PIC X(10) VALUE 'RC        '.
             02 FILLER PIC X(9)  VALUE 'ENDED    '.
             02 FILLER PIC X(6)  VALUE 'TIME  '.
             02 FILLER PIC X(47) VALUE SPACES.
         01 STEP-LINE.
             02 FILLER            PIC X(8)  VALUE SPACES.
             02 SLN-STEP-P        PIC X(8).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 SLN-PROGRAM-P     PIC X(8).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 SLN-RESULT-P      PIC X(8).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 SLN-DATE-P        PIC X(8).
             02 FILLER            PIC X(1)  VALUE SPACE.
             02 SLN-TIME-P        PIC X(6).
             02 FILLER            PIC X(47) VALUE SPACES.
         01 NONE-LINE.
             02 FILLER            PIC X(43) VALUE
                 'NO BUSINESS DATES ON THE BATCH-CONTROL FILE'.
             02 FILLER            PIC X(57) VALUE SPACES.
         01 SUMMARY-LINE-1.
             02 FILLER            PIC X(20) VALUE 'DATES LISTED     : '.
             02 SUM-LISTED-P      PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-2.
             02 FILLER            PIC X(20) VALUE 'DATES NOT CLOSED : '.
             02 SUM-OPEN-P        PIC Z,ZZZ,ZZ9.
         01 STEP-NAME-VALUES.
             02 FILLER PIC X(16) VALUE 'EDITSTP EDITTRAN'.
             02 FILLER PIC X(16) VALUE 'MAINTSTPMAINTAIN'.
             02 FILLER PIC X(16) VALUE 'INTGSTEPINTEGRTY'.
             02 FILLER PIC X(16) VALUE 'TRAINSTPTRAIN   '.
             02 FILLER PIC X(16) VALUE 'WAITSTP WAITCLR '.
             02 FILLER PIC X(16) VALUE 'WEBBKSTPWEBBOOK '.
             02 FILLER PIC X(16) VALUE 'BOOKSTP BOOKING '.
             02 FILLER PIC X(16) VALUE 'WEBACKSTWEBACK  '.
             02 FILLER PIC X(16) VALUE 'RECONSTPREGRECON'.
             02 FILLER PIC X(16) VALUE 'JRNLSTP REVJRNL '.
             02 FILLER PIC X(16) VALUE 'PUNCSTP PUNCTUAL'.
             02 FILLER PIC X(16) VALUE 'FAREAPPLFAREAPPL'.
             02 FILLER PIC X(16) VALUE 'EXTRSTP EXTRACT '.
             02 FILLER PIC X(16) VALUE 'BALSTEP BALANCE '.
         01 STEP-NAME-TABLE REDEFINES STEP-NAME-VALUES.
             02 SN-ENTRY OCCURS 14 TIMES
                         INDEXED BY SN-IDX.
                03 SN-STEP        PIC X(8).
                03 SN-PROGRAM     PIC X(8).
         01 STATUS-TABLE.
             02 ST-ENTRY OCCURS 31 TIMES
                         INDEXED BY ST-IDX.
                03 ST-BUS-DATE    PIC 9(8).
                03 ST-STATUS      PIC X.
                03 ST-START-DATE  PIC 9(8).
                03 ST-START-TIME  PIC 9(6).
                03 ST-END-DATE    PIC 9(8).
                03 ST-END-TIME    PIC 9(6).
                03 ST-RUN-CT      PIC 9(3).
                03 ST-STEP OCCURS 14 TIMES.
                   04 ST-STEP-RAN  PIC X.
                   04 ST-STEP-RC   PIC 9(4).
                   04 ST-STEP-DATE PIC 9(8).
                   04 ST-STEP-TIME PIC 9(6).
         01 STATUS-COUNTERS.
             02 CTL-CT         PIC 9(7) COMP VALUE ZERO.
             02 CTL-SEQ        PIC 9(7) COMP VALUE ZERO.
             02 FIRST-WANTED   PIC 9(7) COMP VALUE ZERO.
             02 ST-COUNT       PIC 9(4) COMP VALUE ZERO.
             02 OPEN-CT        PIC 9(7) COMP VALUE ZERO.
             02 BEHIND-CT      PIC 9(4) COMP VALUE ZERO.
         01 SLOT-SUB           PIC 9(4) COMP VALUE ZERO.
         01 CUR-SLOT           PIC 9(4) COMP VALUE ZERO.
         01 STEP-SUB           PIC 9(4) COMP VALUE ZERO.
         01 BAL-STEP-SUB       PIC 9(4) COMP VALUE 14.
         01 REPORT-DAYS        PIC 9(3) VALUE 7.
         01 RC-EDIT            PIC ZZZ9.
         01 ACTION             PIC X(8) VALUE 'STATUS  '.
            88 ACT-START                  VALUE 'START   '.
            88 ACT-RESTART                VALUE 'RESTART '.
            88 ACT-CLOSE                  VALUE 'CLOSE   '.
            88 ACT-STATUS                 VALUE 'STATUS  '.
         01 LAST-CTL.
             02 LAST-BUS-DATE     PIC 9(8) VALUE ZERO.
             02 LAST-STATUS       PIC X VALUE SPACE.
                88 LAST-OPEN               VALUE 'O'.
                88 LAST-COMPLETE           VALUE 'C'.
         01 TARGET-DATE        PIC 9(8) VALUE ZERO.
         01 DATE-INT           PIC S9(8) COMP VALUE ZERO.
         01 RUN-STAMP.
             02 RUN-DATE          PIC 9(8).
             02 RUN-TIME          PIC 9(6).
         01 RECORD-FOUND         PIC X.
            88 NOT-FOUND                  VALUE 'N'.
            88 FOUND                      VALUE 'Y'.
         01 EOF2-SWITCH          PIC X.
            88 EOF2                       VALUE '1'.
            88 NOT-EOF2                   VALUE '0'.
         01 EOF3-SWITCH          PIC X.
            88 EOF3                       VALUE '1'.
            88 NOT-EOF3                   VALUE '0'.
         01 FS1                  PIC XX.
         01 FS2                  PIC XX.
         01 FS3                  PIC XX.
         01 FS4                  PIC XX.
         01 FS5                  PIC XX.
         01 PGM-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM INITIALIZATION.
             PERFORM WRITE-HEADER.
             EVALUATE TRUE
               WHEN ACT-START
                   PERFORM START-BUSINESS-DATE
                      THRU START-BUSINESS-DATE-EXIT
               WHEN ACT-RESTART
                   PERFORM RESTART-BUSINESS-DATE
                      THRU RESTART-BUSINESS-DATE-EXIT
               WHEN ACT-CLOSE
                   PERFORM CLOSE-BUSINESS-DATE
                      THRU CLOSE-BUSINESS-DATE-EXIT
               WHEN OTHER
                   CONTINUE
             END-EVALUATE.
             PERFORM WRITE-STATUS-REPORT.
             PERFORM FINALIZATION.
             STOP RUN.
         WRITE-MESSAGE.
             WRITE RPT-LINE FROM MSG-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
         REFUSE-ACTION.
             MOVE 8 TO PGM-RETURN-CODE.
             PERFORM WRITE-MESSAGE.
         START-BUSINESS-DATE.
             IF CTL-CT = ZERO
                 PERFORM READ-DATE-PARM
                 IF TARGET-DATE = ZERO
                     MOVE 'REFUSED - RUNDATE HOLDS NO VALID DATE'
                       TO MSG-TEXT
                     MOVE ZERO TO MSG-DATE-P
                     PERFORM REFUSE-ACTION
                     GO TO START-BUSINESS-DATE-EXIT
                 END-IF
             ELSE
                 IF LAST-OPEN
                     MOVE
                       'REFUSED - STREAM OPEN FOR BUSINESS DATE '
                       TO MSG-TEXT
                     MOVE LAST-BUS-DATE TO MSG-DATE-P
                     PERFORM REFUSE-ACTION
                     GO TO START-BUSINESS-DATE-EXIT
                 END-IF
                 IF LAST-BUS-DATE NOT < RUN-DATE
                     MOVE
                       'REFUSED - ALREADY COMPLETE FOR BUSINESS DATE '
                       TO MSG-TEXT
                     MOVE LAST-BUS-DATE TO MSG-DATE-P
                     PERFORM REFUSE-ACTION
                     GO TO START-BUSINESS-DATE-EXIT
                 END-IF
                 COMPUTE DATE-INT =
                         FUNCTION INTEGER-OF-DATE(LAST-BUS-DATE) + 1
                 COMPUTE TARGET-DATE =
                         FUNCTION DATE-OF-INTEGER(DATE-INT)
                 IF TARGET-DATE < RUN-DATE
                     COMPUTE BEHIND-CT =
                             FUNCTION INTEGER-OF-DATE(RUN-DATE)
                           - DATE-INT
                     MOVE BEHIND-CT TO BEHIND-CT-P
                     WRITE RPT-LINE FROM BEHIND-LINE
                     MOVE 4 TO PGM-RETURN-CODE
                 END-IF
             END-IF.
             PERFORM WRITE-DATE-PARM.
             IF FS4 NOT = ZERO
                 MOVE 'REFUSED - RUNDATE COULD NOT BE WRITTEN FOR '
                   TO MSG-TEXT
                 MOVE TARGET-DATE TO MSG-DATE-P
                 PERFORM REFUSE-ACTION
                 GO TO START-BUSINESS-DATE-EXIT
             END-IF.
             OPEN EXTEND BATCHCTLFILE.
             IF FS2 NOT = ZERO
                 DISPLAY 'ERROR'
                 MOVE 'REFUSED - BATCH-CONTROL FILE NOT UPDATED FOR '
                   TO MSG-TEXT
                 MOVE TARGET-DATE TO MSG-DATE-P
                 PERFORM REFUSE-ACTION
                 GO TO START-BUSINESS-DATE-EXIT
             END-IF.
             MOVE SPACES TO BATCH-CTL-REC.
             MOVE TARGET-DATE TO BC-BUS-DATE.
             SET BC-OPEN TO TRUE.
             MOVE RUN-DATE TO BC-START-DATE.
             MOVE RUN-TIME TO BC-START-TIME.
             MOVE ZERO TO BC-END-DATE.
             MOVE ZERO TO BC-END-TIME.
             MOVE 1 TO BC-RUN-CT.
             WRITE BATCH-CTL-REC.
             CLOSE BATCHCTLFILE.
             ADD 1 TO CTL-CT.
             MOVE TARGET-DATE TO LAST-BUS-DATE.
             SET LAST-OPEN TO TRUE.
             SET SL-STREAM-START TO TRUE.
             PERFORM WRITE-STEP-MARKER.
             MOVE 'STREAM STARTED, RUNDATE ROLLED FORWARD TO '
               TO MSG-TEXT.
             MOVE TARGET-DATE TO MSG-DATE-P.
             PERFORM WRITE-MESSAGE.
         START-BUSINESS-DATE-EXIT.
             EXIT.
         RESTART-BUSINESS-DATE.
             IF CTL-CT = ZERO OR NOT LAST-OPEN
                 MOVE 'REFUSED - NO OPEN BUSINESS DATE TO RESTART'
                   TO MSG-TEXT
                 MOVE ZERO TO MSG-DATE-P
                 PERFORM REFUSE-ACTION
                 GO TO RESTART-BUSINESS-DATE-EXIT
             END-IF.
             MOVE LAST-BUS-DATE TO TARGET-DATE.
             PERFORM WRITE-DATE-PARM.
             IF FS4 NOT = ZERO
                 MOVE 'REFUSED - RUNDATE COULD NOT BE WRITTEN FOR '
                   TO MSG-TEXT
                 MOVE TARGET-DATE TO MSG-DATE-P
                 PERFORM REFUSE-ACTION
                 GO TO RESTART-BUSINESS-DATE-EXIT
             END-IF.
             PERFORM READ-LAST-FOR-UPDATE.
             IF FS2 NOT = ZERO
                 MOVE 'REFUSED - BATCH-CONTROL FILE NOT UPDATED FOR '
                   TO MSG-TEXT
                 MOVE TARGET-DATE TO MSG-DATE-P
                 PERFORM REFUSE-ACTION
                 GO TO RESTART-BUSINESS-DATE-EXIT
             END-IF.
             ADD 1 TO BC-RUN-CT.
             REWRITE BATCH-CTL-REC.
             CLOSE BATCHCTLFILE.
             SET SL-STREAM-START TO TRUE.
             PERFORM WRITE-STEP-MARKER.
             MOVE 'STREAM RESTARTED FOR BUSINESS DATE '
               TO MSG-TEXT.
             MOVE TARGET-DATE TO MSG-DATE-P.
             PERFORM WRITE-MESSAGE.
         RESTART-BUSINESS-DATE-EXIT.
             EXIT.
         CLOSE-BUSINESS-DATE.
             IF CTL-CT = ZERO OR NOT LAST-OPEN
                 MOVE 'REFUSED - NO OPEN BUSINESS DATE TO CLOSE'
                   TO MSG-TEXT
                 MOVE ZERO TO MSG-DATE-P
                 PERFORM REFUSE-ACTION
                 GO TO CLOSE-BUSINESS-DATE-EXIT
             END-IF.
             MOVE LAST-BUS-DATE TO TARGET-DATE.
             PERFORM LOAD-STATUS-TABLE.
             MOVE ST-COUNT TO SLOT-SUB.
             IF SLOT-SUB = ZERO
                 MOVE 'REFUSED - BALANCE DID NOT END CLEANLY FOR '
                   TO MSG-TEXT
                 MOVE TARGET-DATE TO MSG-DATE-P
                 PERFORM REFUSE-ACTION
                 GO TO CLOSE-BUSINESS-DATE-EXIT
             END-IF.
             IF ST-STEP-RAN(SLOT-SUB, BAL-STEP-SUB) NOT = 'Y'
                OR ST-STEP-RC(SLOT-SUB, BAL-STEP-SUB) NOT = ZERO
                 MOVE 'REFUSED - BALANCE DID NOT END CLEANLY FOR '
                   TO MSG-TEXT
                 MOVE TARGET-DATE TO MSG-DATE-P
                 PERFORM REFUSE-ACTION
                 GO TO CLOSE-BUSINESS-DATE-EXIT
             END-IF.
             PERFORM READ-LAST-FOR-UPDATE.
             IF FS2 NOT = ZERO
                 MOVE 'REFUSED - BATCH-CONTROL FILE NOT UPDATED FOR '
                   TO MSG-TEXT
                 MOVE TARGET-DATE TO MSG-DATE-P
                 PERFORM REFUSE-ACTION
                 GO TO CLOSE-BUSINESS-DATE-EXIT
             END-IF.
             SET BC-COMPLETE TO TRUE.
             MOVE RUN-DATE TO BC-END-DATE.
             MOVE RUN-TIME TO BC-END-TIME.
             REWRITE BATCH-CTL-REC.
             CLOSE BATCHCTLFILE.
             SET LAST-COMPLETE TO TRUE.
             SET SL-STREAM-CLOSE TO TRUE.
             PERFORM WRITE-STEP-MARKER.
             MOVE 'STREAM COMPLETE, CLOSED BUSINESS DATE '
               TO MSG-TEXT.
             MOVE TARGET-DATE TO MSG-DATE-P.
             PERFORM WRITE-MESSAGE.
         CLOSE-BUSINESS-DATE-EXIT.
             EXIT.
         READ-LAST-FOR-UPDATE.
             OPEN I-O BATCHCTLFILE.
             IF FS2 = ZERO
                 PERFORM READ-CTL-FOR-UPDATE CTL-CT TIMES
             ELSE
                 DISPLAY 'ERROR'
             END-IF.
         READ-CTL-FOR-UPDATE.
             READ BATCHCTLFILE
                 AT END CONTINUE
             END-READ.
         WRITE-STEP-MARKER.
             OPEN EXTEND STEPLOGFILE.
             IF FS3 = ZERO
                 MOVE 'BATCHCTL' TO SL-PROGRAM
                 MOVE TARGET-DATE TO SL-BUS-DATE
                 MOVE RUN-DATE TO SL-RUN-DATE
                 MOVE RUN-TIME TO SL-RUN-TIME
                 MOVE PGM-RETURN-CODE TO SL-RC
                 WRITE STEP-LOG-REC
                 CLOSE STEPLOGFILE
             ELSE
                 DISPLAY 'ERROR'
             END-IF.
         READ-DATE-PARM.
             MOVE ZERO TO TARGET-DATE.
             OPEN INPUT DATEPARMFILE.
             IF FS4 = ZERO
                 READ DATEPARMFILE
                     AT END CONTINUE
                     NOT AT END
                         IF DATE-PARM-RUN IS NUMERIC
                            AND DATE-PARM-RUN > ZERO
                             MOVE DATE-PARM-RUN TO TARGET-DATE
                         END-IF
                 END-READ
                 CLOSE DATEPARMFILE
             END-IF.
         WRITE-DATE-PARM.
             OPEN OUTPUT DATEPARMFILE.
             IF FS4 = ZERO
                 MOVE SPACES TO DATE-PARM
                 MOVE TARGET-DATE TO DATE-PARM-RUN
                 WRITE DATE-PARM
                 CLOSE DATEPARMFILE
             ELSE
                 DISPLAY 'ERROR'
             END-IF.
         READ-CONTROL-FILE.
             MOVE ZERO TO CTL-CT.
             SET NOT-EOF2 TO TRUE.
             OPEN INPUT BATCHCTLFILE.
             IF FS2 NOT = ZERO
                 SET EOF2 TO TRUE
             END-IF.
             PERFORM READ-ONE-CONTROL UNTIL EOF2.
             IF FS2 = '10'
                 CLOSE BATCHCTLFILE
             END-IF.
         READ-ONE-CONTROL.
             READ BATCHCTLFILE
                 AT END SET EOF2 TO TRUE
             END-READ.
             IF NOT-EOF2
                 ADD 1 TO CTL-CT
                 MOVE BC-BUS-DATE TO LAST-BUS-DATE
                 MOVE BC-STATUS TO LAST-STATUS
             END-IF.
         LOAD-STATUS-TABLE.
             MOVE ZERO TO ST-COUNT.
             MOVE ZERO TO OPEN-CT.
             MOVE 1 TO FIRST-WANTED.
             IF CTL-CT > REPORT-DAYS
                 COMPUTE FIRST-WANTED = CTL-CT - REPORT-DAYS + 1
             END-IF.
             MOVE ZERO TO CTL-SEQ.
             SET NOT-EOF2 TO TRUE.
             OPEN INPUT BATCHCTLFILE.
             IF FS2 NOT = ZERO
                 SET EOF2 TO TRUE
             END-IF.
             PERFORM LOAD-ONE-CONTROL UNTIL EOF2.
             IF FS2 = '10'
                 CLOSE BATCHCTLFILE
             END-IF.
             MOVE ZERO TO CUR-SLOT.
             SET NOT-EOF3 TO TRUE.
             OPEN INPUT STEPLOGFILE.
             IF FS3 NOT = ZERO
                 SET EOF3 TO TRUE
             END-IF.
             PERFORM LOAD-ONE-STEP UNTIL EOF3.
             IF FS3 = '10'
                 CLOSE STEPLOGFILE
             END-IF.
         LOAD-ONE-CONTROL.
             READ BATCHCTLFILE
                 AT END SET EOF2 TO TRUE
             END-READ.
             IF NOT-EOF2
                 ADD 1 TO CTL-SEQ
                 IF CTL-SEQ NOT < FIRST-WANTED AND ST-COUNT < 31
                     ADD 1 TO ST-COUNT
                     MOVE ST-COUNT TO SLOT-SUB
                     MOVE BC-BUS-DATE TO ST-BUS-DATE(SLOT-SUB)
                     MOVE BC-STATUS TO ST-STATUS(SLOT-SUB)
                     MOVE BC-START-DATE TO ST-START-DATE(SLOT-SUB)
                     MOVE BC-START-TIME TO ST-START-TIME(SLOT-SUB)
                     MOVE BC-END-DATE TO ST-END-DATE(SLOT-SUB)
                     MOVE BC-END-TIME TO ST-END-TIME(SLOT-SUB)
                     MOVE BC-RUN-CT TO ST-RUN-CT(SLOT-SUB)
                     PERFORM CLEAR-SLOT-STEP
                         VARYING STEP-SUB FROM 1 BY 1
                         UNTIL STEP-SUB > 14
                     IF NOT BC-COMPLETE
                         ADD 1 TO OPEN-CT
                     END-IF
                 END-IF
             END-IF.
         CLEAR-SLOT-STEP.
             MOVE 'N' TO ST-STEP-RAN(SLOT-SUB, STEP-SUB).
             MOVE ZERO TO ST-STEP-RC(SLOT-SUB, STEP-SUB).
             MOVE ZERO TO ST-STEP-DATE(SLOT-SUB, STEP-SUB).
             MOVE ZERO TO ST-STEP-TIME(SLOT-SUB, STEP-SUB).
         LOAD-ONE-STEP.
             READ STEPLOGFILE
                 AT END SET EOF3 TO TRUE
             END-READ.
             IF NOT-EOF3
                 EVALUATE TRUE
                   WHEN SL-STREAM-START
                       PERFORM FIND-STATUS-SLOT
                       IF FOUND
                           SET CUR-SLOT TO ST-IDX
                           MOVE CUR-SLOT TO SLOT-SUB
                           PERFORM CLEAR-SLOT-STEP
                               VARYING STEP-SUB FROM 1 BY 1
                               UNTIL STEP-SUB > 14
                       ELSE
                           MOVE ZERO TO CUR-SLOT
                       END-IF
                   WHEN SL-STREAM-CLOSE
                       MOVE ZERO TO CUR-SLOT
                   WHEN SL-STEP-END
                       IF CUR-SLOT > ZERO
                           PERFORM RECORD-STEP-RESULT
                       END-IF
                 END-EVALUATE
             END-IF.
         FIND-STATUS-SLOT.
             SET FOUND TO TRUE.
             SET ST-IDX TO 1.
             SEARCH ST-ENTRY
                 AT END
                     SET NOT-FOUND TO TRUE
                 WHEN ST-IDX > ST-COUNT
                     SET NOT-FOUND TO TRUE
                 WHEN ST-BUS-DATE(ST-IDX) = SL-BUS-DATE
                     CONTINUE
             END-SEARCH.
         RECORD-STEP-RESULT.
             SET SN-IDX TO 1.
             SEARCH SN-ENTRY
                 AT END
                     CONTINUE
                 WHEN SN-PROGRAM(SN-IDX) = SL-PROGRAM
                     SET STEP-SUB TO SN-IDX
                     MOVE CUR-SLOT TO SLOT-SUB
                     MOVE 'Y' TO ST-STEP-RAN(SLOT-SUB, STEP-SUB)
                     MOVE SL-RC TO ST-STEP-RC(SLOT-SUB, STEP-SUB)
                     MOVE SL-RUN-DATE
                       TO ST-STEP-DATE(SLOT-SUB, STEP-SUB)
                     MOVE SL-RUN-TIME
                       TO ST-STEP-TIME(SLOT-SUB, STEP-SUB)
             END-SEARCH.
         WRITE-STATUS-REPORT.
             PERFORM LOAD-STATUS-TABLE.
             IF ST-COUNT = ZERO
                 WRITE RPT-LINE FROM NONE-LINE
             ELSE
                 PERFORM WRITE-ONE-DATE
                     VARYING SLOT-SUB FROM ST-COUNT BY -1
                     UNTIL SLOT-SUB < 1
             END-IF.
             IF ACT-STATUS AND OPEN-CT > ZERO
                AND PGM-RETURN-CODE < 4
                 MOVE 4 TO PGM-RETURN-CODE
             END-IF.
         WRITE-ONE-DATE.
             MOVE ST-BUS-DATE(SLOT-SUB) TO DL-BUS-DATE-P.
             IF ST-STATUS(SLOT-SUB) = 'C'
                 MOVE 'COMPLETE' TO DL-STATUS-P
                 MOVE ST-END-DATE(SLOT-SUB) TO DL-END-DATE-P
                 MOVE ST-END-TIME(SLOT-SUB) TO DL-END-TIME-P
             ELSE
                 MOVE 'OPEN    ' TO DL-STATUS-P
                 MOVE SPACES TO DL-END-DATE-P
                 MOVE SPACES TO DL-END-TIME-P
             END-IF.
             MOVE ST-START-DATE(SLOT-SUB) TO DL-START-DATE-P.
             MOVE ST-START-TIME(SLOT-SUB) TO DL-START-TIME-P.
             MOVE ST-RUN-CT(SLOT-SUB) TO DL-RUN-CT-P.
             WRITE RPT-LINE FROM DATE-LINE.
             WRITE RPT-LINE FROM COL-LINE-1.
             PERFORM WRITE-ONE-STEP
                 VARYING STEP-SUB FROM 1 BY 1
                 UNTIL STEP-SUB > 14.
             WRITE RPT-LINE FROM STAR-LINE.
         WRITE-ONE-STEP.
             SET SN-IDX TO STEP-SUB.
             MOVE SN-STEP(SN-IDX) TO SLN-STEP-P.
             MOVE SN-PROGRAM(SN-IDX) TO SLN-PROGRAM-P.
             IF ST-STEP-RAN(SLOT-SUB, STEP-SUB) = 'Y'
                 MOVE ST-STEP-RC(SLOT-SUB, STEP-SUB) TO RC-EDIT
                 MOVE RC-EDIT TO SLN-RESULT-P
                 MOVE ST-STEP-DATE(SLOT-SUB, STEP-SUB) TO SLN-DATE-P
                 MOVE ST-STEP-TIME(SLOT-SUB, STEP-SUB) TO SLN-TIME-P
             ELSE
                 MOVE 'NOT RUN ' TO SLN-RESULT-P
                 MOVE SPACES TO SLN-DATE-P
                 MOVE SPACES TO SLN-TIME-P
             END-IF.
             WRITE RPT-LINE FROM STEP-LINE.
         READ-PARM.
             READ BCPARMFILE
                 AT END CONTINUE
                 NOT AT END PERFORM SET-RULES
             END-READ.
         SET-RULES.
             IF BCP-ACTION NOT = SPACES
                 MOVE BCP-ACTION TO ACTION
             END-IF.
             IF BCP-REPORT-DAYS IS NUMERIC
                AND BCP-REPORT-DAYS > ZERO
                 MOVE BCP-REPORT-DAYS TO REPORT-DAYS
             END-IF.
             IF REPORT-DAYS > 31
                 MOVE 31 TO REPORT-DAYS
             END-IF.
         INITIALIZATION.
             MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
             OPEN INPUT BCPARMFILE.
             IF FS1 = ZERO
                 PERFORM READ-PARM
                 CLOSE BCPARMFILE
             END-IF.
             PERFORM READ-CONTROL-FILE.
             OPEN OUTPUT BCRPTFILE.
             IF (FS5 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
         WRITE-HEADER.
             MOVE ACTION TO HDR-ACTION-P.
             MOVE RUN-DATE TO HDR-DATE-P.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM HDR-LINE-1.
             WRITE RPT-LINE FROM STAR-LINE.
             IF NOT ACT-START AND NOT ACT-RESTART AND NOT ACT-CLOSE
                AND NOT ACT-STATUS
                 MOVE 'UNKNOWN ACTION - STATUS REPORT ONLY'
                   TO MSG-TEXT
                 MOVE ZERO TO MSG-DATE-P
                 PERFORM REFUSE-ACTION
             END-IF.
         FINALIZATION.
             MOVE ST-COUNT TO SUM-LISTED-P.
             MOVE OPEN-CT TO SUM-OPEN-P.
             WRITE RPT-LINE FROM SUMMARY-LINE-1.
             WRITE RPT-LINE FROM SUMMARY-LINE-2.
             WRITE RPT-LINE FROM STAR-LINE.
             CLOSE BCRPTFILE.
             IF (FS5 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             MOVE PGM-RETURN-CODE TO RETURN-CODE.
             STOP RUN.
         END PROGRAM BATCHCTL.
