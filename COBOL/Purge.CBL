         IDENTIFICATION DIVISION.
         PROGRAM-ID. PURGE.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT AUDITFILE ASSIGN AUDFILE
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS1.
             SELECT AUDKEEPFILE ASSIGN AUDKEEP
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS2.
             SELECT AUDARCHFILE ASSIGN AUDARCH
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS3.
             SELECT FHISTFILE ASSIGN FHIST
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS4.
             SELECT FHKEEPFILE ASSIGN FHKEEP
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS5.
             SELECT FHARCHFILE ASSIGN FHARCH
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS6.
             SELECT BOOKREG ASSIGN BOOKREG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS BRG-BOOK-REF
                    STATUS IS FS7.
             SELECT BRGARCHFILE ASSIGN BRGARCH
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS8.
             SELECT REJINFILE ASSIGN REJIN
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS9.
             SELECT REJARCHFILE ASSIGN REJARCH
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS10.
             SELECT RPTINFILE ASSIGN RPTIN
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS11.
             SELECT RPTARCHFILE ASSIGN RPTARCH
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS12.
             SELECT PURGRPTFILE ASSIGN PURGRPT
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS13.
             SELECT PURGPARMFILE ASSIGN PURGPARM
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS14.
             SELECT DATEPARMFILE ASSIGN DATEPARM
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS15.
             SELECT ARCHCTLFILE ASSIGN ARCHCTL
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS16.
         DATA DIVISION.
         FILE SECTION.
         FD  AUDITFILE RECORDING MODE IS F
             RECORD CONTAINS 250.
             COPY AUDREC.
         FD  AUDKEEPFILE RECORDING MODE IS F
             RECORD CONTAINS 250.
         01  AUD-KEEP-REC         PIC X(250).
         FD  AUDARCHFILE RECORDING MODE IS F
             RECORD CONTAINS 250.
         01  AUD-ARCH-REC         PIC X(250).
         FD  FHISTFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY FHREC.
         FD  FHKEEPFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
         01  FH-KEEP-REC          PIC X(50).
         FD  FHARCHFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
         01  FH-ARCH-REC          PIC X(50).
         FD  BOOKREG.
             COPY BRGREC.
         FD  BRGARCHFILE RECORDING MODE IS F
             RECORD CONTAINS 80.
         01  BRG-ARCH-REC         PIC X(80).
         FD  REJINFILE RECORDING MODE IS F
             RECORD CONTAINS 130.
         01  REJ-IN-REC           PIC X(130).
         FD  REJARCHFILE RECORDING MODE IS F
             RECORD CONTAINS 130.
         01  REJ-ARCH-REC         PIC X(130).
         FD  RPTINFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-IN-REC           PIC X(100).
         FD  RPTARCHFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-ARCH-REC         PIC X(100).
         FD  PURGRPTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-LINE             PIC X(100).
         FD  PURGPARMFILE RECORDING MODE IS F
             RECORD CONTAINS 20.
         01  PURGE-PARM.
             02 PP-RETAIN-DAYS    PIC 9(4).
             02 FILLER            PIC X(16).
         FD  DATEPARMFILE RECORDING MODE IS F
             RECORD CONTAINS 10.
         01  DATE-PARM.
             02 DATE-PARM-RUN     PIC 9(8).
             02 FILLER            PIC X(2).
         FD  ARCHCTLFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY ARCREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER PIC X(40) VALUE SPACES.
             02 FILLER PIC X(30) VALUE
                        'ARCHIVE AND PURGE HOUSEKEEPING'.
             02 FILLER PIC X(4)  VALUE SPACES.
             02 HDR-DATE-P        PIC 9(8).
         01 RULE-LINE-1.
             02 FILLER            PIC X(10) VALUE 'RETENTION '.
             02 RULE-DAYS-P       PIC ZZZ9.
             02 FILLER            PIC X(29) VALUE
                                   ' DAYS.  ENTRIES DATED BEFORE '.
             02 RULE-CUTOFF-P     PIC 9(8).
             02 FILLER            PIC X(10) VALUE ' ARCHIVED.'.
             02 FILLER            PIC X(39) VALUE SPACES.
         01 COL-LINE-1.
             02 FILLER PIC X(12) VALUE 'FILE        '.
             02 FILLER PIC X(10) VALUE '     READ '.
             02 FILLER PIC X(10) VALUE '     KEPT '.
             02 FILLER PIC X(10) VALUE ' ARCHIVED '.
             02 FILLER PIC X(18) VALUE '        KEPT HASH '.
             02 FILLER PIC X(18) VALUE '    ARCHIVED HASH '.
             02 FILLER PIC X(14) VALUE 'STATUS        '.
             02 FILLER PIC X(8)  VALUE SPACES.
         01 FILE-DETAIL-LINE.
             02 FD-NAME-P         PIC X(10).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 FD-READ-P         PIC Z(8)9.
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 FD-KEPT-P         PIC Z(8)9.
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 FD-ARCH-P         PIC Z(8)9.
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 FD-KHASH-P        PIC Z(16)9 BLANK WHEN ZERO.
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 FD-AHASH-P        PIC Z(16)9 BLANK WHEN ZERO.
             02 FILLER            PIC X(1)  VALUE SPACES.
             02 FD-STATUS-P       PIC X(14).
             02 FILLER            PIC X(8)  VALUE SPACES.
         01 FARE-NOTE-LINE.
             02 FILLER            PIC X(8)  VALUE SPACES.
             02 FILLER            PIC X(7)  VALUE 'NOTE - '.
             02 FARE-KEPT-P       PIC ZZZ,ZZ9.
             02 FILLER            PIC X(1)  VALUE SPACE.
             02 FILLER            PIC X(48) VALUE
                 'FARE-HISTORY RECORD(S) KEPT AS IN EFFECT AT THE '.
             02 FILLER            PIC X(7)  VALUE 'CUTOFF.'.
             02 FILLER            PIC X(22) VALUE SPACES.
         01 REG-NOTE-LINE.
             02 FILLER            PIC X(8)  VALUE SPACES.
             02 FILLER            PIC X(7)  VALUE 'NOTE - '.
             02 REG-HELD-P        PIC ZZZ,ZZ9.
             02 FILLER            PIC X(1)  VALUE SPACE.
             02 FILLER            PIC X(48) VALUE
                 'CLOSED REGISTER ENTRIES KEPT - LEDGER POSTING NO'.
             02 FILLER            PIC X(14) VALUE 'T YET DONE.'.
             02 FILLER            PIC X(15) VALUE SPACES.
         01 CTL-FAIL-LINE.
             02 FILLER            PIC X(8)  VALUE SPACES.
             02 FILLER            PIC X(42) VALUE
                 'ERROR - ARCHIVE CONTROL RECORD NOT WRITTEN'.
             02 FILLER            PIC X(50) VALUE SPACES.
         01 CTL-HELD-LINE.
             02 FILLER            PIC X(8)  VALUE SPACES.
             02 FILLER            PIC X(50) VALUE
                 'ARCHIVE CONTROL RECORD HELD - PURGE NOT COMPLETE  '.
             02 FILLER            PIC X(42) VALUE SPACES.
         01 SUMMARY-LINE-1.
             02 FILLER            PIC X(20) VALUE 'RECORDS READ     : '.
             02 SUM-READ-P        PIC ZZZ,ZZZ,ZZ9.
         01 SUMMARY-LINE-2.
             02 FILLER            PIC X(20) VALUE 'RECORDS KEPT     : '.
             02 SUM-KEPT-P        PIC ZZZ,ZZZ,ZZ9.
         01 SUMMARY-LINE-3.
             02 FILLER            PIC X(20) VALUE 'RECORDS ARCHIVED : '.
             02 SUM-ARCH-P        PIC ZZZ,ZZZ,ZZ9.
         01 SUMMARY-LINE-4.
             02 FILLER            PIC X(20) VALUE 'FILES OUT OF BAL : '.
             02 SUM-OUTBAL-P      PIC ZZZ,ZZZ,ZZ9.
         01 CURRENT-FILE.
             02 CUR-NAME          PIC X(10).
             02 CUR-READ       PIC 9(9) COMP.
             02 CUR-KEPT       PIC 9(9) COMP.
             02 CUR-ARCH       PIC 9(9) COMP.
             02 CUR-COPIED     PIC 9(9) COMP.
             02 CUR-KEPT-HASH  PIC 9(17) COMP.
             02 CUR-ARCH-HASH  PIC 9(17) COMP.
             02 CUR-STATUS        PIC X(14).
         01 PURGE-COUNTERS.
             02 TOTAL-READ     PIC 9(9) COMP VALUE ZERO.
             02 TOTAL-KEPT     PIC 9(9) COMP VALUE ZERO.
             02 TOTAL-ARCH     PIC 9(9) COMP VALUE ZERO.
             02 OUTBAL-CT      PIC 9(7) COMP VALUE ZERO.
             02 AUD-ARCH-CT    PIC 9(9) COMP VALUE ZERO.
             02 FH-ARCH-CT     PIC 9(9) COMP VALUE ZERO.
             02 BRG-ARCH-CT    PIC 9(9) COMP VALUE ZERO.
             02 FH-INEFF-CT    PIC 9(7) COMP VALUE ZERO.
             02 BRG-HELD-CT    PIC 9(7) COMP VALUE ZERO.
         01 FARE-CUTOFF-TABLE.
             02 FC-ENTRY OCCURS 3000 TIMES
                             INDEXED BY FC-IDX.
                03 FC-TRAIN       PIC X(6).
                03 FC-EFF-DATE    PIC 9(8).
         01 FARE-CUTOFF-COUNT  PIC 9(4) COMP VALUE ZERO.
         01 HASH-VALUE         PIC 9(8) VALUE ZERO.
         01 RETAIN-DAYS        PIC 9(4) VALUE 90.
         01 CUTOFF-DATE        PIC 9(8) VALUE ZERO.
         01 CLOSED-ON-DATE     PIC 9(8) VALUE ZERO.
         01 DATE-INT           PIC S9(8) COMP VALUE ZERO.
         01 RUN-STAMP.
             02 RUN-DATE          PIC 9(8).
             02 RUN-TIME          PIC 9(6).
         01 PURGE-DATE         PIC 9(8) VALUE ZERO.
         01 RECORD-FOUND         PIC X.
            88 NOT-FOUND                  VALUE 'N'.
            88 FOUND                      VALUE 'Y'.
         01 WRITE-ERR-SW         PIC X.
            88 WRITE-ERROR                VALUE 'Y'.
            88 NO-WRITE-ERROR             VALUE 'N'.
         01 EOF-SWITCH           PIC X.
            88 END-OF-FILE                VALUE '1'.
            88 NOT-END-OF-FILE            VALUE '0'.
         01 FS1                  PIC XX.
         01 FS2                  PIC XX.
         01 FS3                  PIC XX.
         01 FS4                  PIC XX.
         01 FS5                  PIC XX.
         01 FS6                  PIC XX.
         01 FS7                  PIC XX.
         01 FS8                  PIC XX.
         01 FS9                  PIC XX.
         01 FS10                 PIC XX.
         01 FS11                 PIC XX.
         01 FS12                 PIC XX.
         01 FS13                 PIC XX.
         01 FS14                 PIC XX.
         01 FS15                 PIC XX.
         01 FS16                 PIC XX.
         01 PGM-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM INITIALIZATION.
             PERFORM WRITE-HEADER.
             PERFORM PURGE-AUDIT-JOURNAL THRU PURGE-AUDIT-JOURNAL-EXIT.
             PERFORM PURGE-FARE-HISTORY THRU PURGE-FARE-HISTORY-EXIT.
             PERFORM PURGE-REGISTER THRU PURGE-REGISTER-EXIT.
             PERFORM ROLL-REJECTS THRU ROLL-REJECTS-EXIT.
             PERFORM ROLL-REPORTS THRU ROLL-REPORTS-EXIT.
             IF PGM-RETURN-CODE = ZERO
                 PERFORM WRITE-CONTROL-RECORD
             ELSE
                 WRITE RPT-LINE FROM CTL-HELD-LINE
             END-IF.
             PERFORM FINALIZATION.
             STOP RUN.
         CLEAR-CURRENT.
             MOVE ZERO TO CUR-READ.
             MOVE ZERO TO CUR-KEPT.
             MOVE ZERO TO CUR-ARCH.
             MOVE ZERO TO CUR-COPIED.
             MOVE ZERO TO CUR-KEPT-HASH.
             MOVE ZERO TO CUR-ARCH-HASH.
             MOVE SPACES TO CUR-STATUS.
             SET NO-WRITE-ERROR TO TRUE.
             SET NOT-END-OF-FILE TO TRUE.
         CHECK-BALANCE.
             IF CUR-READ = CUR-KEPT + CUR-ARCH AND NO-WRITE-ERROR
                 MOVE 'IN BALANCE' TO CUR-STATUS
             ELSE
                 MOVE 'OUT OF BALANCE' TO CUR-STATUS
                 ADD 1 TO OUTBAL-CT
                 MOVE 8 TO PGM-RETURN-CODE
             END-IF.
         FILE-NOT-OPENED.
             MOVE 'NOT OPENED' TO CUR-STATUS.
             MOVE 8 TO PGM-RETURN-CODE.
             PERFORM WRITE-FILE-LINE.
         WRITE-FILE-LINE.
             MOVE CUR-NAME TO FD-NAME-P.
             MOVE CUR-READ TO FD-READ-P.
             MOVE CUR-KEPT TO FD-KEPT-P.
             MOVE CUR-ARCH TO FD-ARCH-P.
             MOVE CUR-KEPT-HASH TO FD-KHASH-P.
             MOVE CUR-ARCH-HASH TO FD-AHASH-P.
             MOVE CUR-STATUS TO FD-STATUS-P.
             WRITE RPT-LINE FROM FILE-DETAIL-LINE.
             ADD CUR-READ TO TOTAL-READ.
             ADD CUR-KEPT TO TOTAL-KEPT.
             ADD CUR-ARCH TO TOTAL-ARCH.
         PURGE-AUDIT-JOURNAL.
             MOVE 'AUDITJRNL ' TO CUR-NAME.
             PERFORM CLEAR-CURRENT.
             OPEN INPUT AUDITFILE.
             IF FS1 NOT = ZERO
                 DISPLAY 'ERROR'
                 PERFORM FILE-NOT-OPENED
                 GO TO PURGE-AUDIT-JOURNAL-EXIT
             END-IF.
             OPEN OUTPUT AUDKEEPFILE.
             OPEN OUTPUT AUDARCHFILE.
             IF FS2 NOT = ZERO OR FS3 NOT = ZERO
                 DISPLAY 'ERROR'
                 CLOSE AUDITFILE
                 CLOSE AUDKEEPFILE
                 CLOSE AUDARCHFILE
                 PERFORM FILE-NOT-OPENED
                 GO TO PURGE-AUDIT-JOURNAL-EXIT
             END-IF.
             PERFORM SPLIT-ONE-AUDIT UNTIL END-OF-FILE.
             CLOSE AUDITFILE.
             CLOSE AUDKEEPFILE.
             CLOSE AUDARCHFILE.
             PERFORM CHECK-BALANCE.
             IF CUR-STATUS = 'IN BALANCE'
                 PERFORM COPY-BACK-AUDIT
                 MOVE CUR-ARCH TO AUD-ARCH-CT
             END-IF.
             PERFORM WRITE-FILE-LINE.
         PURGE-AUDIT-JOURNAL-EXIT.
             EXIT.
         SPLIT-ONE-AUDIT.
             READ AUDITFILE
                 AT END SET END-OF-FILE TO TRUE
             END-READ.
             IF NOT-END-OF-FILE
                 ADD 1 TO CUR-READ
                 MOVE ZERO TO HASH-VALUE
                 IF AUD-DATE IS NUMERIC
                     MOVE AUD-DATE TO HASH-VALUE
                 END-IF
                 IF AUD-DATE IS NUMERIC AND AUD-DATE < CUTOFF-DATE
                     WRITE AUD-ARCH-REC FROM AUDIT-REC
                     IF FS3 NOT = ZERO
                         SET WRITE-ERROR TO TRUE
                     END-IF
                     ADD 1 TO CUR-ARCH
                     ADD HASH-VALUE TO CUR-ARCH-HASH
                 ELSE
                     WRITE AUD-KEEP-REC FROM AUDIT-REC
                     IF FS2 NOT = ZERO
                         SET WRITE-ERROR TO TRUE
                     END-IF
                     ADD 1 TO CUR-KEPT
                     ADD HASH-VALUE TO CUR-KEPT-HASH
                 END-IF
             END-IF.
         COPY-BACK-AUDIT.
             SET NOT-END-OF-FILE TO TRUE.
             OPEN INPUT AUDKEEPFILE.
             OPEN OUTPUT AUDITFILE.
             IF FS2 NOT = ZERO OR FS1 NOT = ZERO
                 SET END-OF-FILE TO TRUE
             END-IF.
             PERFORM COPY-ONE-AUDIT UNTIL END-OF-FILE.
             CLOSE AUDKEEPFILE.
             CLOSE AUDITFILE.
             IF CUR-COPIED NOT = CUR-KEPT
                 MOVE 'COPY-BACK ERROR' TO CUR-STATUS
                 ADD 1 TO OUTBAL-CT
                 MOVE 8 TO PGM-RETURN-CODE
             END-IF.
         COPY-ONE-AUDIT.
             READ AUDKEEPFILE
                 AT END SET END-OF-FILE TO TRUE
             END-READ.
             IF NOT-END-OF-FILE
                 WRITE AUDIT-REC FROM AUD-KEEP-REC
                 IF FS1 = ZERO
                     ADD 1 TO CUR-COPIED
                 END-IF
             END-IF.
         PURGE-FARE-HISTORY.
             MOVE 'FAREHIST  ' TO CUR-NAME.
             PERFORM CLEAR-CURRENT.
             OPEN INPUT FHISTFILE.
             IF FS4 NOT = ZERO
                 DISPLAY 'ERROR'
                 PERFORM FILE-NOT-OPENED
                 GO TO PURGE-FARE-HISTORY-EXIT
             END-IF.
             PERFORM LOAD-FARE-CUTOFF UNTIL END-OF-FILE.
             CLOSE FHISTFILE.
             SET NOT-END-OF-FILE TO TRUE.
             OPEN INPUT FHISTFILE.
             OPEN OUTPUT FHKEEPFILE.
             OPEN OUTPUT FHARCHFILE.
             IF FS4 NOT = ZERO OR FS5 NOT = ZERO OR FS6 NOT = ZERO
                 DISPLAY 'ERROR'
                 CLOSE FHISTFILE
                 CLOSE FHKEEPFILE
                 CLOSE FHARCHFILE
                 PERFORM FILE-NOT-OPENED
                 GO TO PURGE-FARE-HISTORY-EXIT
             END-IF.
             PERFORM SPLIT-ONE-FARE UNTIL END-OF-FILE.
             CLOSE FHISTFILE.
             CLOSE FHKEEPFILE.
             CLOSE FHARCHFILE.
             PERFORM CHECK-BALANCE.
             IF CUR-STATUS = 'IN BALANCE'
                 PERFORM COPY-BACK-FARE
                 MOVE CUR-ARCH TO FH-ARCH-CT
             END-IF.
             PERFORM WRITE-FILE-LINE.
             IF FH-INEFF-CT > ZERO
                 MOVE FH-INEFF-CT TO FARE-KEPT-P
                 WRITE RPT-LINE FROM FARE-NOTE-LINE
             END-IF.
         PURGE-FARE-HISTORY-EXIT.
             EXIT.
         LOAD-FARE-CUTOFF.
             READ FHISTFILE
                 AT END SET END-OF-FILE TO TRUE
             END-READ.
             IF NOT-END-OF-FILE
                AND FH-EFF-DATE IS NUMERIC
                AND FH-EFF-DATE < CUTOFF-DATE
                 PERFORM FIND-FARE-CUTOFF
                 IF FOUND
                     IF FH-EFF-DATE > FC-EFF-DATE(FC-IDX)
                         MOVE FH-EFF-DATE TO FC-EFF-DATE(FC-IDX)
                     END-IF
                 ELSE
                     IF FARE-CUTOFF-COUNT < 3000
                         ADD 1 TO FARE-CUTOFF-COUNT
                         SET FC-IDX TO FARE-CUTOFF-COUNT
                         MOVE FH-TRAIN-NUMBER TO FC-TRAIN(FC-IDX)
                         MOVE FH-EFF-DATE TO FC-EFF-DATE(FC-IDX)
                     END-IF
                 END-IF
             END-IF.
         FIND-FARE-CUTOFF.
             SET FOUND TO TRUE.
             SET FC-IDX TO 1.
             SEARCH FC-ENTRY
                 AT END
                     SET NOT-FOUND TO TRUE
                 WHEN FC-IDX > FARE-CUTOFF-COUNT
                     SET NOT-FOUND TO TRUE
                 WHEN FC-TRAIN(FC-IDX) = FH-TRAIN-NUMBER
                     CONTINUE
             END-SEARCH.
         SPLIT-ONE-FARE.
             READ FHISTFILE
                 AT END SET END-OF-FILE TO TRUE
             END-READ.
             IF NOT-END-OF-FILE
                 ADD 1 TO CUR-READ
                 MOVE ZERO TO HASH-VALUE
                 SET NOT-FOUND TO TRUE
                 IF FH-EFF-DATE IS NUMERIC
                     MOVE FH-EFF-DATE TO HASH-VALUE
                     IF FH-EFF-DATE < CUTOFF-DATE
                         PERFORM FIND-FARE-CUTOFF
                     END-IF
                 END-IF
                 IF FOUND AND FH-EFF-DATE < FC-EFF-DATE(FC-IDX)
                     WRITE FH-ARCH-REC FROM FARE-HIST-REC
                     IF FS6 NOT = ZERO
                         SET WRITE-ERROR TO TRUE
                     END-IF
                     ADD 1 TO CUR-ARCH
                     ADD HASH-VALUE TO CUR-ARCH-HASH
                 ELSE
                     IF FOUND
                         ADD 1 TO FH-INEFF-CT
                     END-IF
                     WRITE FH-KEEP-REC FROM FARE-HIST-REC
                     IF FS5 NOT = ZERO
                         SET WRITE-ERROR TO TRUE
                     END-IF
                     ADD 1 TO CUR-KEPT
                     ADD HASH-VALUE TO CUR-KEPT-HASH
                 END-IF
             END-IF.
         COPY-BACK-FARE.
             SET NOT-END-OF-FILE TO TRUE.
             OPEN INPUT FHKEEPFILE.
             OPEN OUTPUT FHISTFILE.
             IF FS5 NOT = ZERO OR FS4 NOT = ZERO
                 SET END-OF-FILE TO TRUE
             END-IF.
             PERFORM COPY-ONE-FARE UNTIL END-OF-FILE.
             CLOSE FHKEEPFILE.
             CLOSE FHISTFILE.
             IF CUR-COPIED NOT = CUR-KEPT
                 MOVE 'COPY-BACK ERROR' TO CUR-STATUS
                 ADD 1 TO OUTBAL-CT
                 MOVE 8 TO PGM-RETURN-CODE
             END-IF.
         COPY-ONE-FARE.
             READ FHKEEPFILE
                 AT END SET END-OF-FILE TO TRUE
             END-READ.
             IF NOT-END-OF-FILE
                 WRITE FARE-HIST-REC FROM FH-KEEP-REC
                 IF FS4 = ZERO
                     ADD 1 TO CUR-COPIED
                 END-IF
             END-IF.
         PURGE-REGISTER.
             MOVE 'BOOKREG   ' TO CUR-NAME.
             PERFORM CLEAR-CURRENT.
             OPEN I-O BOOKREG.
             IF FS7 NOT = ZERO
                 DISPLAY 'ERROR'
                 PERFORM FILE-NOT-OPENED
                 GO TO PURGE-REGISTER-EXIT
             END-IF.
             OPEN OUTPUT BRGARCHFILE.
             IF FS8 NOT = ZERO
                 DISPLAY 'ERROR'
                 CLOSE BOOKREG
                 CLOSE BRGARCHFILE
                 PERFORM FILE-NOT-OPENED
                 GO TO PURGE-REGISTER-EXIT
             END-IF.
             PERFORM SPLIT-ONE-REGISTER UNTIL END-OF-FILE.
             CLOSE BOOKREG.
             CLOSE BRGARCHFILE.
             PERFORM CHECK-BALANCE.
             MOVE CUR-ARCH TO BRG-ARCH-CT.
             PERFORM WRITE-FILE-LINE.
             IF BRG-HELD-CT > ZERO
                 MOVE BRG-HELD-CT TO REG-HELD-P
                 WRITE RPT-LINE FROM REG-NOTE-LINE
             END-IF.
         PURGE-REGISTER-EXIT.
             EXIT.
         SPLIT-ONE-REGISTER.
             READ BOOKREG NEXT RECORD
                 AT END SET END-OF-FILE TO TRUE
             END-READ.
             IF NOT-END-OF-FILE
                 ADD 1 TO CUR-READ
                 MOVE ZERO TO HASH-VALUE
                 IF BRG-BOOK-DATE IS NUMERIC
                     MOVE BRG-BOOK-DATE TO HASH-VALUE
                 END-IF
                 SET NOT-FOUND TO TRUE
                 MOVE ZERO TO CLOSED-ON-DATE
                 IF BRG-CLOSE-DATE IS NUMERIC
                    AND BRG-CLOSE-DATE > ZERO
                     MOVE BRG-CLOSE-DATE TO CLOSED-ON-DATE
                 ELSE
                     IF BRG-BOOK-DATE IS NUMERIC
                         MOVE BRG-BOOK-DATE TO CLOSED-ON-DATE
                     END-IF
                 END-IF
                 IF BRG-CLOSED AND CLOSED-ON-DATE > ZERO
                    AND CLOSED-ON-DATE < CUTOFF-DATE
                     IF (BRG-JRNL-QTY IS NUMERIC
                         AND BRG-JRNL-QTY > ZERO)
                        OR BRG-SETTLED-UNPOSTED
                         ADD 1 TO BRG-HELD-CT
                     ELSE
                         SET FOUND TO TRUE
                     END-IF
                 END-IF
                 IF FOUND
                     PERFORM ARCHIVE-REGISTER-ENTRY
                 ELSE
                     ADD 1 TO CUR-KEPT
                     ADD HASH-VALUE TO CUR-KEPT-HASH
                 END-IF
             END-IF.
         ARCHIVE-REGISTER-ENTRY.
             WRITE BRG-ARCH-REC FROM BOOK-REG-REC.
             IF FS8 NOT = ZERO
                 SET WRITE-ERROR TO TRUE
                 ADD 1 TO CUR-KEPT
                 ADD HASH-VALUE TO CUR-KEPT-HASH
             ELSE
                 DELETE BOOKREG RECORD
                 IF FS7 NOT = ZERO
                     SET WRITE-ERROR TO TRUE
                 END-IF
                 ADD 1 TO CUR-ARCH
                 ADD HASH-VALUE TO CUR-ARCH-HASH
             END-IF.
         ROLL-REJECTS.
             MOVE 'REJFILE   ' TO CUR-NAME.
             PERFORM CLEAR-CURRENT.
             OPEN INPUT REJINFILE.
             IF FS9 NOT = ZERO
                 MOVE 'NOT PRESENT' TO CUR-STATUS
                 PERFORM WRITE-FILE-LINE
                 GO TO ROLL-REJECTS-EXIT
             END-IF.
             OPEN OUTPUT REJARCHFILE.
             IF FS10 NOT = ZERO
                 DISPLAY 'ERROR'
                 CLOSE REJINFILE
                 CLOSE REJARCHFILE
                 PERFORM FILE-NOT-OPENED
                 GO TO ROLL-REJECTS-EXIT
             END-IF.
             PERFORM ROLL-ONE-REJECT UNTIL END-OF-FILE.
             CLOSE REJINFILE.
             CLOSE REJARCHFILE.
             PERFORM CHECK-BALANCE.
             PERFORM WRITE-FILE-LINE.
         ROLL-REJECTS-EXIT.
             EXIT.
         ROLL-ONE-REJECT.
             READ REJINFILE
                 AT END SET END-OF-FILE TO TRUE
             END-READ.
             IF NOT-END-OF-FILE
                 ADD 1 TO CUR-READ
                 WRITE REJ-ARCH-REC FROM REJ-IN-REC
                 IF FS10 NOT = ZERO
                     SET WRITE-ERROR TO TRUE
                 END-IF
                 ADD 1 TO CUR-ARCH
             END-IF.
         ROLL-REPORTS.
             MOVE 'REPORTS   ' TO CUR-NAME.
             PERFORM CLEAR-CURRENT.
             OPEN INPUT RPTINFILE.
             IF FS11 NOT = ZERO
                 MOVE 'NOT PRESENT' TO CUR-STATUS
                 PERFORM WRITE-FILE-LINE
                 GO TO ROLL-REPORTS-EXIT
             END-IF.
             OPEN OUTPUT RPTARCHFILE.
             IF FS12 NOT = ZERO
                 DISPLAY 'ERROR'
                 CLOSE RPTINFILE
                 CLOSE RPTARCHFILE
                 PERFORM FILE-NOT-OPENED
                 GO TO ROLL-REPORTS-EXIT
             END-IF.
             PERFORM ROLL-ONE-REPORT UNTIL END-OF-FILE.
             CLOSE RPTINFILE.
             CLOSE RPTARCHFILE.
             PERFORM CHECK-BALANCE.
             PERFORM WRITE-FILE-LINE.
         ROLL-REPORTS-EXIT.
             EXIT.
         ROLL-ONE-REPORT.
             READ RPTINFILE
                 AT END SET END-OF-FILE TO TRUE
             END-READ.
             IF NOT-END-OF-FILE
                 ADD 1 TO CUR-READ
                 WRITE RPT-ARCH-REC FROM RPT-IN-REC
                 IF FS12 NOT = ZERO
                     SET WRITE-ERROR TO TRUE
                 END-IF
                 ADD 1 TO CUR-ARCH
             END-IF.
         WRITE-CONTROL-RECORD.
             OPEN EXTEND ARCHCTLFILE.
             IF FS16 NOT = ZERO
                 DISPLAY 'ERROR'
                 WRITE RPT-LINE FROM CTL-FAIL-LINE
                 MOVE 8 TO PGM-RETURN-CODE
             ELSE
                 MOVE SPACES TO ARCH-CTL-REC
                 MOVE PURGE-DATE TO ARC-RUN-DATE
                 MOVE CUTOFF-DATE TO ARC-CUTOFF-DATE
                 MOVE RETAIN-DAYS TO ARC-RETAIN-DAYS
                 MOVE AUD-ARCH-CT TO ARC-AUD-ARCHIVED
                 MOVE FH-ARCH-CT TO ARC-FH-ARCHIVED
                 MOVE BRG-ARCH-CT TO ARC-BRG-ARCHIVED
                 WRITE ARCH-CTL-REC
                 CLOSE ARCHCTLFILE
             END-IF.
         READ-PARM.
             READ PURGPARMFILE
                 AT END CONTINUE
                 NOT AT END PERFORM SET-RULES
             END-READ.
         SET-RULES.
             IF PP-RETAIN-DAYS IS NUMERIC AND PP-RETAIN-DAYS > ZERO
                 MOVE PP-RETAIN-DAYS TO RETAIN-DAYS
             END-IF.
         READ-DATE-PARM.
             MOVE RUN-DATE TO PURGE-DATE.
             OPEN INPUT DATEPARMFILE.
             IF FS15 = ZERO
                 READ DATEPARMFILE
                     AT END CONTINUE
                     NOT AT END
                         IF DATE-PARM-RUN IS NUMERIC
                            AND DATE-PARM-RUN > ZERO
                             MOVE DATE-PARM-RUN TO PURGE-DATE
                         END-IF
                 END-READ
                 CLOSE DATEPARMFILE
             END-IF.
         INITIALIZATION.
             MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
             PERFORM READ-DATE-PARM.
             OPEN INPUT PURGPARMFILE.
             IF FS14 = ZERO
                 PERFORM READ-PARM
                 CLOSE PURGPARMFILE
             END-IF.
             COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(PURGE-DATE)
                              - RETAIN-DAYS.
             IF DATE-INT > ZERO
                 COMPUTE CUTOFF-DATE =
                         FUNCTION DATE-OF-INTEGER(DATE-INT)
             END-IF.
             OPEN OUTPUT PURGRPTFILE.
             IF (FS13 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
         WRITE-HEADER.
             MOVE PURGE-DATE TO HDR-DATE-P.
             MOVE RETAIN-DAYS TO RULE-DAYS-P.
             MOVE CUTOFF-DATE TO RULE-CUTOFF-P.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM HDR-LINE-1.
             WRITE RPT-LINE FROM RULE-LINE-1.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM COL-LINE-1.
             WRITE RPT-LINE FROM STAR-LINE.
         FINALIZATION.
             WRITE RPT-LINE FROM STAR-LINE.
             MOVE TOTAL-READ TO SUM-READ-P.
             MOVE TOTAL-KEPT TO SUM-KEPT-P.
             MOVE TOTAL-ARCH TO SUM-ARCH-P.
             MOVE OUTBAL-CT TO SUM-OUTBAL-P.
             WRITE RPT-LINE FROM SUMMARY-LINE-1.
             WRITE RPT-LINE FROM SUMMARY-LINE-2.
             WRITE RPT-LINE FROM SUMMARY-LINE-3.
             WRITE RPT-LINE FROM SUMMARY-LINE-4.
             WRITE RPT-LINE FROM STAR-LINE.
             CLOSE PURGRPTFILE.
             IF (FS13 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             MOVE PGM-RETURN-CODE TO RETURN-CODE.
             STOP RUN.
         END PROGRAM PURGE.
