                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS3.
             SELECT AUDARCHFILE ASSIGN AUDARCH
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS4.
             SELECT ARCHCTLFILE ASSIGN ARCHCTL
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS5.
         DATA DIVISION.
         FILE SECTION.
         FD  AUDREQFILE RECORDING MODE IS F
                88 AREQ-BY-DATE            VALUE 'D'.
             02 AREQ-TRAIN        PIC X(6).
             02 AREQ-DATE         PIC 9(8).
             02 AREQ-ARCHIVE-SW   PIC X.
                88 AREQ-WITH-ARCHIVE       VALUE 'A'.
             02 FILLER            PIC X(4).
         FD  AUDRPTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-LINE             PIC X(100).
         FD  AUDITFILE RECORDING MODE IS F
             RECORD CONTAINS 250.
         01  AUD-FILE-REC         PIC X(250).
         FD  AUDARCHFILE RECORDING MODE IS F
             RECORD CONTAINS 250.
         01  AUD-ARCH-REC         PIC X(250).
         FD  ARCHCTLFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY ARCREC.
         WORKING-STORAGE SECTION.
             COPY AUDREC.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER PIC X(40) VALUE SPACES.
             02 FILLER            PIC X(2)  VALUE ': '.
             02 REQ-HDR-KEY-P     PIC X(8).
             02 FILLER            PIC X(67) VALUE SPACES.
         01 ARCH-NOTE-LINE.
             02 FILLER            PIC X(39) VALUE
                           'INCLUDES ARCHIVED ENTRIES DATED BEFORE '.
             02 ARCH-CUTOFF-P     PIC 9(8).
             02 FILLER            PIC X(53) VALUE SPACES.
         01 COL-LINE-1.
             02 FILLER PIC X(6)  VALUE 'TRAIN '.
             02 FILLER PIC X(2)  VALUE SPACES.
                03 IMG-BOOKED     PIC 9(5).
                03 FILLER         PIC X(18).
         01 MATCH-COUNT        PIC 9(7) COMP VALUE ZERO.
         01 ARCHIVE-CUTOFF     PIC 9(8) VALUE ZERO.
         01 ARCHIVE-SW           PIC X.
            88 SCAN-ARCHIVE               VALUE 'Y'.
            88 SKIP-ARCHIVE               VALUE 'N'.
         01 MATCH-SW             PIC X.
            88 ENTRY-MATCHES              VALUE 'Y'.
            88 ENTRY-NO-MATCH             VALUE 'N'.
         01 FS1                  PIC XX.
         01 FS2                  PIC XX.
         01 FS3                  PIC XX.
         01 FS4                  PIC XX.
         01 FS5                  PIC XX.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM INITIALIZATION.
         BUILD-AUDIT-LIST.
             MOVE ZERO TO MATCH-COUNT.
             PERFORM WRITE-REQUEST-HEADER.
             SET SKIP-ARCHIVE TO TRUE.
             IF ARCHIVE-CUTOFF > ZERO
                 IF AREQ-WITH-ARCHIVE
                    OR (AREQ-BY-DATE AND AREQ-DATE < ARCHIVE-CUTOFF)
                     SET SCAN-ARCHIVE TO TRUE
                 END-IF
             END-IF.
             IF SCAN-ARCHIVE
                 MOVE ARCHIVE-CUTOFF TO ARCH-CUTOFF-P
                 WRITE RPT-LINE FROM ARCH-NOTE-LINE
                 PERFORM SCAN-ARCHIVE-JOURNAL
             END-IF.
             PERFORM SCAN-JOURNAL.
             IF MATCH-COUNT = 0
                 WRITE RPT-LINE FROM NONE-FOUND-LINE
             END-IF.
             PERFORM SCAN-ONE-JOURNAL-REC UNTIL EOF3.
             CLOSE AUDITFILE.
         SCAN-ARCHIVE-JOURNAL.
             SET NOT-EOF3 TO TRUE.
             OPEN INPUT AUDARCHFILE.
             IF FS4 NOT = ZERO
                 DISPLAY 'ERROR'
                 SET EOF3 TO TRUE
             END-IF.
             PERFORM SCAN-ONE-ARCHIVE-REC UNTIL EOF3.
             CLOSE AUDARCHFILE.
         SCAN-ONE-ARCHIVE-REC.
             READ AUDARCHFILE INTO AUDIT-REC
                 AT END SET EOF3 TO TRUE
             END-READ.
             PERFORM CHECK-JOURNAL-REC.
         SCAN-ONE-JOURNAL-REC.
             READ AUDITFILE INTO AUDIT-REC
                 AT END SET EOF3 TO TRUE
             END-READ.
             PERFORM CHECK-JOURNAL-REC.
         CHECK-JOURNAL-REC.
             IF NOT-EOF3
                 PERFORM TEST-JOURNAL-REC
                 IF ENTRY-MATCHES
                 MOVE ZERO TO AUD-NEW-BKD-P
             END-IF.
             WRITE RPT-LINE FROM AUD-DETAIL-LINE.
         READ-ARCHIVE-CONTROL.
             OPEN INPUT ARCHCTLFILE.
             IF FS5 = ZERO
                 PERFORM READ-ONE-ARCHIVE-CONTROL UNTIL FS5 NOT = ZERO
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
             OPEN INPUT AUDREQFILE.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
