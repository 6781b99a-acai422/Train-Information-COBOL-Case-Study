                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS4.
             SELECT AUDARCHFILE ASSIGN AUDARCH
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS5.
             SELECT ARCHCTLFILE ASSIGN ARCHCTL
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS6.
         DATA DIVISION.
         FILE SECTION.
         FD  RECPARMFILE RECORDING MODE IS F
             02 FILLER            PIC X(6).
         FD  AUDITFILE RECORDING MODE IS F
             RECORD CONTAINS 250.
         01  AUD-FILE-REC         PIC X(250).
         FD  AUDARCHFILE RECORDING MODE IS F
             RECORD CONTAINS 250.
         01  AUD-ARCH-REC         PIC X(250).
         FD  ARCHCTLFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY ARCREC.
         FD  MASTERFILE.
             COPY MASTREC.
         FD  RECRPTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-LINE             PIC X(100).
         WORKING-STORAGE SECTION.
             COPY AUDREC.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER PIC X(40) VALUE SPACES.
             02 FILLER            PIC X(7)  VALUE ' TIME: '.
             02 FROM-TIME-P       PIC 9(6).
             02 FILLER            PIC X(57) VALUE SPACES.
         01 ARCH-POINT-LINE.
             02 FILLER            PIC X(40) VALUE
                           'ARCHIVED JOURNAL READ FOR ENTRIES BEFORE'.
             02 FILLER            PIC X(1)  VALUE SPACE.
             02 ARCH-CUTOFF-P     PIC 9(8).
             02 FILLER            PIC X(51) VALUE SPACES.
         01 REC-DETAIL-LINE.
             02 RCD-NUM-P         PIC X(6).
             02 FILLER            PIC X(2)  VALUE SPACES.
         01 SUMMARY-LINE-5.
             02 FILLER            PIC X(20) VALUE 'MISMATCHES       : '.
             02 SUM-MISMATCH-P    PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-6.
             02 FILLER            PIC X(20) VALUE 'FROM ARCHIVE     : '.
             02 SUM-ARCHIVE-P     PIC Z,ZZZ,ZZ9.
         01 RECOVERY-COUNTERS.
             02 READ-CT        PIC 9(7) COMP VALUE ZERO.
             02 BEFORE-CT      PIC 9(7) COMP VALUE ZERO.
             02 NOTMAST-CT     PIC 9(7) COMP VALUE ZERO.
             02 APPLIED-CT     PIC 9(7) COMP VALUE ZERO.
             02 MISMATCH-CT    PIC 9(7) COMP VALUE ZERO.
             02 ARCHIVE-CT     PIC 9(7) COMP VALUE ZERO.
         01 FROM-STAMP.
             02 FROM-DATE         PIC 9(8) VALUE ZERO.
             02 FROM-TIME         PIC 9(6) VALUE ZERO.
             02 AUD-STAMP-DATE    PIC 9(8).
             02 AUD-STAMP-TIME    PIC 9(6).
         01 CURRENT-IMAGE-HOLD   PIC X(100).
         01 ARCHIVE-CUTOFF     PIC 9(8) VALUE ZERO.
         01 JRNL-SOURCE-SW       PIC X.
            88 READING-ARCHIVE            VALUE 'A'.
            88 READING-LIVE               VALUE 'L'.
         01 EOF1-SWITCH          PIC X.
            88 EOF1                       VALUE '1'.
            88 NOT-EOF1                   VALUE '0'.
         01 FS2                  PIC XX.
         01 FS3                  PIC XX.
         01 FS4                  PIC XX.
         01 FS5                  PIC XX.
         01 FS6                  PIC XX.
         01 PGM-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM FINALIZATION.
             STOP RUN.
         READ-JOURNAL.
             IF READING-ARCHIVE
                 READ AUDARCHFILE INTO AUDIT-REC
                     AT END
                         CLOSE AUDARCHFILE
                         SET READING-LIVE TO TRUE
                         GO TO READ-JOURNAL-EXIT
                 END-READ
                 ADD 1 TO ARCHIVE-CT
             ELSE
                 READ AUDITFILE INTO AUDIT-REC
                     AT END SET EOF1 TO TRUE
                 END-READ
                 IF (FS2 = 10) GO TO READ-JOURNAL-EXIT
                 END-IF
             END-IF.
             ADD 1 TO READ-CT.
             MOVE AUD-DATE TO AUD-STAMP-DATE.
             MOVE AUD-TIME TO AUD-STAMP-TIME.
             END-IF.
             IF AUD-ACTION = 'BOOKCLS ' OR AUD-ACTION = 'PROMCLS '
                OR AUD-ACTION = 'CANCLCLS' OR AUD-ACTION = 'CLASSSET'
                OR AUD-ACTION = 'CLASSDEL' OR AUD-ACTION = 'DISRCLS '
                OR AUD-ACTION = 'SEGFARE '
                 ADD 1 TO NOTMAST-CT
                 GO TO READ-JOURNAL-EXIT
             END-IF.
             IF RECP-FROM-TIME IS NUMERIC
                 MOVE RECP-FROM-TIME TO FROM-TIME
             END-IF.
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
         OPEN-ARCHIVE-JOURNAL.
             SET READING-LIVE TO TRUE.
             IF ARCHIVE-CUTOFF > ZERO AND FROM-DATE < ARCHIVE-CUTOFF
                 OPEN INPUT AUDARCHFILE
                 IF (FS5 = 0) DISPLAY 'SUCCESS'
                     SET READING-ARCHIVE TO TRUE
                 ELSE DISPLAY 'ERROR'
                      MOVE 8 TO PGM-RETURN-CODE
                 END-IF
             END-IF.
         INITIALIZATION.
             PERFORM READ-FROM-PARM.
             PERFORM READ-ARCHIVE-CONTROL.
             PERFORM OPEN-ARCHIVE-JOURNAL.
             OPEN INPUT AUDITFILE.
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             MOVE FROM-DATE TO FROM-DATE-P.
             MOVE FROM-TIME TO FROM-TIME-P.
             WRITE RPT-LINE FROM FROM-POINT-LINE.
             IF READING-ARCHIVE
                 MOVE ARCHIVE-CUTOFF TO ARCH-CUTOFF-P
                 WRITE RPT-LINE FROM ARCH-POINT-LINE
             END-IF.
             WRITE RPT-LINE FROM STAR-LINE.
         FINALIZATION.
             WRITE RPT-LINE FROM STAR-LINE.
             MOVE NOTMAST-CT TO SUM-NOTMAST-P.
             MOVE APPLIED-CT TO SUM-APPLIED-P.
             MOVE MISMATCH-CT TO SUM-MISMATCH-P.
             MOVE ARCHIVE-CT TO SUM-ARCHIVE-P.
             WRITE RPT-LINE FROM SUMMARY-LINE-1.
             WRITE RPT-LINE FROM SUMMARY-LINE-6.
             WRITE RPT-LINE FROM SUMMARY-LINE-2.
             WRITE RPT-LINE FROM SUMMARY-LINE-3.
             WRITE RPT-LINE FROM SUMMARY-LINE-4.
