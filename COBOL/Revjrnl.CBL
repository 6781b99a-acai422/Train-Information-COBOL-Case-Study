         IDENTIFICATION DIVISION.
         PROGRAM-ID. REVJRNL.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT BOOKREG ASSIGN BOOKREG
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BRG-BOOK-REF
                    STATUS IS FS1.
             SELECT JRNLRPTFILE ASSIGN JRNLRPT
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS2.
             SELECT MASTERFILE ASSIGN MASTFILE
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS TRAIN-NUMBER
                    STATUS IS FS3.
             SELECT STNFILE ASSIGN STNMAST
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS RANDOM
                    RECORD KEY IS STN-CODE
                    STATUS IS FS4.
             SELECT REFPOSTFILE ASSIGN REFPOST
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS5.
             SELECT ACCTMAPFILE ASSIGN ACCTMAP
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS6.
             SELECT GLJRNLFILE ASSIGN GLJRNL
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS7.
             SELECT DATEPARMFILE ASSIGN DATEPARM
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS8.
             SELECT STEPLOGFILE ASSIGN STEPLOG
                    ORGANIZATION IS SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    STATUS IS FS9.
         DATA DIVISION.
         FILE SECTION.
         FD  BOOKREG.
             COPY BRGREC.
         FD  JRNLRPTFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  RPT-LINE             PIC X(100).
         FD  MASTERFILE.
             COPY MASTREC.
         FD  STNFILE.
             COPY STNREC.
         FD  REFPOSTFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY REFREC.
         FD  ACCTMAPFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  ACCT-MAP-REC.
             02 MAP-KIND          PIC X.
             02 MAP-TRAIN-TYPE    PIC X.
             02 MAP-REGION        PIC X(10).
             02 MAP-DR-ACCT       PIC X(10).
             02 MAP-CR-ACCT       PIC X(10).
             02 FILLER            PIC X(68).
         FD  GLJRNLFILE RECORDING MODE IS F
             RECORD CONTAINS 100.
         01  GL-REC               PIC X(100).
         FD  DATEPARMFILE RECORDING MODE IS F
             RECORD CONTAINS 10.
         01  DATE-PARM.
             02 DATE-PARM-RUN     PIC 9(8).
             02 FILLER            PIC X(2).
         FD  STEPLOGFILE RECORDING MODE IS F
             RECORD CONTAINS 50.
             COPY STEPREC.
         WORKING-STORAGE SECTION.
         01 STAR-LINE PIC X(100) VALUE ALL '*'.
         01 HDR-LINE-1.
             02 FILLER PIC X(40) VALUE SPACES.
             02 FILLER PIC X(22) VALUE 'DAILY REVENUE JOURNAL'.
             02 FILLER PIC X(4)  VALUE SPACES.
             02 HDR-DATE-P        PIC 9(8).
         01 POST-COL-LINE.
             02 FILLER PIC X(8)  VALUE 'KIND    '.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(1)  VALUE 'T'.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(10) VALUE 'REGION'.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(10) VALUE 'DEBIT'.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(10) VALUE 'CREDIT'.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(17) VALUE '           AMOUNT'.
             02 FILLER PIC X(2)  VALUE SPACES.
             02 FILLER PIC X(20) VALUE 'NOTE'.
         01 POST-DETAIL-LINE.
             02 PDL-KIND-P        PIC X(8).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 PDL-TYPE-P        PIC X.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 PDL-REGION-P      PIC X(10).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 PDL-DR-P          PIC X(10).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 PDL-CR-P          PIC X(10).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 PDL-AMOUNT-P      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 PDL-NOTE-P        PIC X(20).
             02 FILLER            PIC X(12) VALUE SPACES.
         01 POST-NONE-LINE.
             02 FILLER            PIC X(30) VALUE
                                   'NO REVENUE MOVEMENTS TO POST. '.
             02 FILLER            PIC X(70) VALUE SPACES.
         01 SUMMARY-LINE-1.
             02 FILLER            PIC X(20) VALUE 'REGISTER READ    : '.
             02 SUM-REGREAD-P     PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-2.
             02 FILLER            PIC X(20) VALUE 'SALES ENTRIES    : '.
             02 SUM-SALES-P       PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-3.
             02 FILLER            PIC X(20) VALUE 'REVERSAL ENTRIES : '.
             02 SUM-REVS-P        PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-4.
             02 FILLER            PIC X(20) VALUE 'REFUNDS READ     : '.
             02 SUM-REFS-P        PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-5.
             02 FILLER            PIC X(20) VALUE 'JOURNAL LINES    : '.
             02 SUM-LINES-P       PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-6.
             02 FILLER            PIC X(20) VALUE 'UNMAPPED POSTINGS: '.
             02 SUM-UNMAP-P       PIC Z,ZZZ,ZZ9.
         01 SUMMARY-LINE-7.
             02 FILLER            PIC X(20) VALUE 'DEBIT TOTAL      : '.
             02 SUM-DEBIT-P       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         01 SUMMARY-LINE-8.
             02 FILLER            PIC X(20) VALUE 'CREDIT TOTAL     : '.
             02 SUM-CREDIT-P      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         01 BALANCED-LINE.
             02 FILLER            PIC X(40) VALUE
                 'JOURNAL BALANCED - RELEASED TO LEDGER.  '.
             02 FILLER            PIC X(60) VALUE SPACES.
         01 UNBALANCED-LINE.
             02 FILLER            PIC X(40) VALUE
                 'JOURNAL NOT BALANCED - NOT TRANSMITTED. '.
             02 FILLER            PIC X(60) VALUE SPACES.
         01 MARK-FAIL-LINE.
             02 FILLER            PIC X(30) VALUE
                 'REGISTER ENTRY NOT MARKED   : '.
             02 MFL-REF-P         PIC X(8).
             02 FILLER            PIC X(2)  VALUE SPACES.
             02 FILLER            PIC X(48) VALUE
                 'JOURNALLED QTY NOT UPDATED - FIX BEFORE NEXT RUN'.
             02 FILLER            PIC X(12) VALUE SPACES.
         01 HEADER-WORK.
             02 FILLER            PIC X(2)  VALUE 'H|'.
             02 GLH-DATE-X        PIC 9(8).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 GLH-TIME-X        PIC 9(6).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 GLH-BUS-DATE-X    PIC 9(8).
             02 FILLER            PIC X(74) VALUE SPACES.
         01 DETAIL-WORK.
             02 FILLER            PIC X(2)  VALUE 'D|'.
             02 GLD-DATE-X        PIC 9(8).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 GLD-ACCOUNT-X     PIC X(10).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 GLD-DRCR-X        PIC X(1).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 GLD-AMOUNT-X      PIC 9(10).99.
             02 FILLER            PIC X(1)  VALUE '|'.
             02 GLD-KIND-X        PIC X(8).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 GLD-TYPE-X        PIC X(1).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 GLD-REGION-X      PIC X(10).
             02 FILLER            PIC X(41) VALUE SPACES.
         01 TRAILER-WORK.
             02 FILLER            PIC X(2)  VALUE 'T|'.
             02 GLT-COUNT-X       PIC 9(7).
             02 FILLER            PIC X(1)  VALUE '|'.
             02 GLT-DEBIT-X       PIC 9(12).99.
             02 FILLER            PIC X(1)  VALUE '|'.
             02 GLT-CREDIT-X      PIC 9(12).99.
             02 FILLER            PIC X(59) VALUE SPACES.
         01 JOURNAL-TOTALS.
             02 REGREAD-CT     PIC 9(7) COMP VALUE ZERO.
             02 SALES-CT       PIC 9(7) COMP VALUE ZERO.
             02 REVS-CT        PIC 9(7) COMP VALUE ZERO.
             02 REFS-CT        PIC 9(7) COMP VALUE ZERO.
             02 GL-COUNT       PIC 9(7) COMP VALUE ZERO.
             02 UNMAP-CT       PIC 9(7) COMP VALUE ZERO.
             02 DROPPED-CT     PIC 9(7) COMP VALUE ZERO.
             02 DEBIT-TOT      PIC 9(12)V99 VALUE ZERO.
             02 CREDIT-TOT     PIC 9(12)V99 VALUE ZERO.
         01 POST-TABLE.
             02 POST-ENTRY OCCURS 300 TIMES
                             INDEXED BY PT-IDX.
                03 PT-KIND        PIC X.
                03 PT-TYPE        PIC X.
                03 PT-REGION      PIC X(10).
                03 PT-AMOUNT      PIC 9(11)V99.
                03 PT-DR-ACCT     PIC X(10).
                03 PT-CR-ACCT     PIC X(10).
         01 POST-COUNT         PIC 9(4) COMP VALUE ZERO.
         01 PT-SUB             PIC 9(4) COMP VALUE ZERO.
         01 MAP-TABLE.
             02 MAP-ENTRY OCCURS 200 TIMES.
                03 MT-KIND        PIC X.
                03 MT-TYPE        PIC X.
                03 MT-REGION      PIC X(10).
                03 MT-DR-ACCT     PIC X(10).
                03 MT-CR-ACCT     PIC X(10).
         01 MAP-COUNT          PIC 9(4) COMP VALUE ZERO.
         01 MT-SUB             PIC 9(4) COMP VALUE ZERO.
         01 MAP-SCORE          PIC 9 VALUE ZERO.
         01 BEST-SCORE         PIC 9 VALUE ZERO.
         01 POST-KIND          PIC X.
            88 KIND-SALE                  VALUE 'S'.
            88 KIND-REVERSAL              VALUE 'R'.
            88 KIND-REFUND                VALUE 'F'.
         01 POST-TYPE          PIC X.
         01 POST-REGION        PIC X(10).
         01 POST-AMOUNT        PIC 9(11)V99 VALUE ZERO.
         01 LOOKUP-TRAIN       PIC X(6) VALUE HIGH-VALUES.
         01 JRNL-QTY-HOLD      PIC 9(5) VALUE ZERO.
         01 SALE-QTY           PIC 9(5) VALUE ZERO.
         01 NEW-JRNL-QTY       PIC 9(5) VALUE ZERO.
         01 GL-AMOUNT          PIC 9(11)V99 VALUE ZERO.
         01 JRNL-DATE          PIC 9(8).
         01 RUN-STAMP.
             02 RUN-DATE          PIC 9(8).
             02 RUN-TIME          PIC 9(6).
         01 PASS-SW              PIC X VALUE 'P'.
            88 POSTING-PASS               VALUE 'P'.
            88 MARKING-PASS               VALUE 'M'.
         01 EOF1-SWITCH          PIC X.
            88 EOF1                       VALUE '1'.
            88 NOT-EOF1                   VALUE '0'.
         01 EOF5-SWITCH          PIC X.
            88 EOF5                       VALUE '1'.
            88 NOT-EOF5                   VALUE '0'.
         01 EOF6-SWITCH          PIC X.
            88 EOF6                       VALUE '1'.
            88 NOT-EOF6                   VALUE '0'.
         01 RECORD-FOUND         PIC X.
            88 NOT-FOUND                  VALUE 'N'.
            88 FOUND                      VALUE 'Y'.
         01 REG-OPEN-SW          PIC X VALUE 'N'.
            88 REG-OPEN                   VALUE 'Y'.
            88 REG-NOT-OPEN               VALUE 'N'.
         01 STN-OPEN-SW          PIC X VALUE 'N'.
            88 STN-OPEN                   VALUE 'Y'.
            88 STN-NOT-OPEN               VALUE 'N'.
         01 REFPOST-OPEN-SW      PIC X VALUE 'N'.
            88 REFPOST-OPEN               VALUE 'Y'.
            88 REFPOST-NOT-OPEN           VALUE 'N'.
         01 FS1                  PIC XX.
         01 FS2                  PIC XX.
         01 FS3                  PIC XX.
         01 FS4                  PIC XX.
         01 FS5                  PIC XX.
         01 FS6                  PIC XX.
         01 FS7                  PIC XX.
         01 FS8                  PIC XX.
         01 FS9                  PIC XX.
         01 PGM-RETURN-CODE      PIC 9(4) COMP VALUE ZERO.
         PROCEDURE DIVISION.
         MAIN-LINE.
             PERFORM INITIALIZATION.
             PERFORM WRITE-HEADER.
             PERFORM LOAD-ONE-MAPPING UNTIL EOF6.
             SET POSTING-PASS TO TRUE.
             PERFORM START-REGISTER.
             PERFORM SCAN-ONE-ENTRY UNTIL EOF1.
             PERFORM READ-ONE-REFUND UNTIL EOF5.
             PERFORM WRITE-JOURNAL-HEADER.
             IF POST-COUNT = ZERO
                 WRITE RPT-LINE FROM POST-NONE-LINE
             END-IF.
             PERFORM POST-ONE-ENTRY
                 VARYING PT-SUB FROM 1 BY 1
                 UNTIL PT-SUB > POST-COUNT.
             PERFORM WRITE-JOURNAL-TRAILER.
             PERFORM CHECK-BALANCE.
             IF PGM-RETURN-CODE = ZERO
                 SET MARKING-PASS TO TRUE
                 PERFORM START-REGISTER
                 PERFORM SCAN-ONE-ENTRY UNTIL EOF1
                 PERFORM EMPTY-REFUND-QUEUE
             END-IF.
             PERFORM FINALIZATION.
             STOP RUN.
         LOAD-ONE-MAPPING.
             READ ACCTMAPFILE
                 AT END SET EOF6 TO TRUE
             END-READ.
             IF NOT-EOF6 AND MAP-KIND NOT = SPACE
                 IF MAP-COUNT < 200
                     ADD 1 TO MAP-COUNT
                     MOVE MAP-KIND TO MT-KIND(MAP-COUNT)
                     MOVE MAP-TRAIN-TYPE TO MT-TYPE(MAP-COUNT)
                     MOVE MAP-REGION TO MT-REGION(MAP-COUNT)
                     MOVE MAP-DR-ACCT TO MT-DR-ACCT(MAP-COUNT)
                     MOVE MAP-CR-ACCT TO MT-CR-ACCT(MAP-COUNT)
                 ELSE
                     DISPLAY 'ACCOUNT MAPPING TABLE FULL'
                     MOVE 8 TO PGM-RETURN-CODE
                 END-IF
             END-IF.
         START-REGISTER.
             IF REG-OPEN
                 SET NOT-EOF1 TO TRUE
                 MOVE LOW-VALUES TO BRG-BOOK-REF
                 START BOOKREG KEY NOT < BRG-BOOK-REF
                     INVALID KEY SET EOF1 TO TRUE
                 END-START
             ELSE
                 SET EOF1 TO TRUE
             END-IF.
         SCAN-ONE-ENTRY.
             READ BOOKREG NEXT RECORD
                 AT END SET EOF1 TO TRUE
             END-READ.
             IF NOT-EOF1
                 IF POSTING-PASS
                     ADD 1 TO REGREAD-CT
                 END-IF
                 PERFORM PRICE-REGISTER-ENTRY
             END-IF.
         PRICE-REGISTER-ENTRY.
             PERFORM SET-JOURNALLED-QTY.
             MOVE ZERO TO SALE-QTY.
             MOVE JRNL-QTY-HOLD TO NEW-JRNL-QTY.
             IF (BRG-OPEN OR BRG-SETTLED-UNPOSTED)
                AND BRG-QTY > JRNL-QTY-HOLD
                 COMPUTE SALE-QTY = BRG-QTY - JRNL-QTY-HOLD
                 MOVE BRG-QTY TO NEW-JRNL-QTY
             END-IF.
             IF BRG-CLOSED
                 MOVE ZERO TO NEW-JRNL-QTY
             END-IF.
             IF POSTING-PASS
                 IF SALE-QTY > ZERO
                     ADD 1 TO SALES-CT
                     SET KIND-SALE TO TRUE
                     COMPUTE POST-AMOUNT = SALE-QTY * BRG-FARE
                     PERFORM ACCUM-REGISTER-POSTING
                 END-IF
                 IF BRG-CLOSED AND NOT BRG-SETTLED
                    AND JRNL-QTY-HOLD > ZERO
                     ADD 1 TO REVS-CT
                     SET KIND-REVERSAL TO TRUE
                     COMPUTE POST-AMOUNT = JRNL-QTY-HOLD * BRG-FARE
                     PERFORM ACCUM-REGISTER-POSTING
                 END-IF
             ELSE
                 IF BRG-JRNL-QTY IS NOT NUMERIC
                    OR BRG-JRNL-QTY NOT = NEW-JRNL-QTY
                    OR BRG-SETTLED-UNPOSTED
                     IF BRG-SETTLED-UNPOSTED
                         SET BRG-SETTLED TO TRUE
                     END-IF
                     MOVE NEW-JRNL-QTY TO BRG-JRNL-QTY
                     REWRITE BOOK-REG-REC
                     IF FS1 NOT = ZERO
                         DISPLAY 'ERROR'
                         MOVE BRG-BOOK-REF TO MFL-REF-P
                         WRITE RPT-LINE FROM MARK-FAIL-LINE
                         MOVE 2 TO PGM-RETURN-CODE
                     END-IF
                 END-IF
             END-IF.
         SET-JOURNALLED-QTY.
             IF BRG-JRNL-QTY IS NUMERIC
                 MOVE BRG-JRNL-QTY TO JRNL-QTY-HOLD
             ELSE
                 MOVE BRG-QTY TO JRNL-QTY-HOLD
                 IF BRG-SETTLED
                     MOVE ZERO TO JRNL-QTY-HOLD
                 END-IF
                 IF BRG-CLOSED AND NOT BRG-SETTLED
                    AND (BRG-CLOSE-DATE IS NOT NUMERIC
                         OR BRG-CLOSE-DATE = ZERO)
                     MOVE ZERO TO JRNL-QTY-HOLD
                 END-IF
             END-IF.
         ACCUM-REGISTER-POSTING.
             PERFORM LOOKUP-TRAIN-REGION.
             PERFORM ACCUM-POSTING.
         LOOKUP-TRAIN-REGION.
             IF BRG-TRAIN-NUMBER NOT = LOOKUP-TRAIN
                 MOVE BRG-TRAIN-NUMBER TO LOOKUP-TRAIN
                 PERFORM READ-TRAIN-REGION
             END-IF.
         READ-TRAIN-REGION.
             MOVE SPACE TO POST-TYPE.
             MOVE SPACES TO POST-REGION.
             MOVE LOOKUP-TRAIN TO TRAIN-NUMBER.
             READ MASTERFILE KEY IS TRAIN-NUMBER
                  INVALID KEY SET NOT-FOUND TO TRUE
                  NOT INVALID KEY SET FOUND TO TRUE
             END-READ.
             IF FOUND
                 MOVE TRAIN-TYPE TO POST-TYPE
                 IF STN-OPEN
                     MOVE TRAIN-DEP-STN TO STN-CODE
                     READ STNFILE KEY IS STN-CODE
                          INVALID KEY CONTINUE
                          NOT INVALID KEY
                              MOVE STN-REGION TO POST-REGION
                     END-READ
                 END-IF
             END-IF.
         READ-ONE-REFUND.
             READ REFPOSTFILE
                 AT END SET EOF5 TO TRUE
             END-READ.
             IF NOT-EOF5
                 ADD 1 TO REFS-CT
                 IF REF-REFUND-AMT IS NUMERIC
                    AND REF-REFUND-AMT > ZERO
                     MOVE REF-TRAIN-NUMBER TO LOOKUP-TRAIN
                     PERFORM READ-TRAIN-REGION
                     SET KIND-REFUND TO TRUE
                     MOVE REF-REFUND-AMT TO POST-AMOUNT
                     PERFORM ACCUM-POSTING
                 END-IF
             END-IF.
         ACCUM-POSTING.
             SET PT-IDX TO 1.
             SEARCH POST-ENTRY
                 AT END
                     PERFORM ADD-POST-ENTRY
                 WHEN PT-IDX > POST-COUNT
                     PERFORM ADD-POST-ENTRY
                 WHEN PT-KIND(PT-IDX) = POST-KIND
                      AND PT-TYPE(PT-IDX) = POST-TYPE
                      AND PT-REGION(PT-IDX) = POST-REGION
                     ADD POST-AMOUNT TO PT-AMOUNT(PT-IDX)
             END-SEARCH.
         ADD-POST-ENTRY.
             IF POST-COUNT < 300
                 ADD 1 TO POST-COUNT
                 SET PT-IDX TO POST-COUNT
                 MOVE POST-KIND TO PT-KIND(PT-IDX)
                 MOVE POST-TYPE TO PT-TYPE(PT-IDX)
                 MOVE POST-REGION TO PT-REGION(PT-IDX)
                 MOVE POST-AMOUNT TO PT-AMOUNT(PT-IDX)
                 PERFORM MAP-ACCOUNTS
             ELSE
                 ADD 1 TO DROPPED-CT
                 MOVE 8 TO PGM-RETURN-CODE
             END-IF.
         MAP-ACCOUNTS.
             MOVE SPACES TO PT-DR-ACCT(PT-IDX).
             MOVE SPACES TO PT-CR-ACCT(PT-IDX).
             MOVE ZERO TO BEST-SCORE.
             PERFORM TRY-ONE-MAPPING
                 VARYING MT-SUB FROM 1 BY 1
                 UNTIL MT-SUB > MAP-COUNT.
         TRY-ONE-MAPPING.
             MOVE ZERO TO MAP-SCORE.
             IF MT-KIND(MT-SUB) = POST-KIND
                 MOVE 1 TO MAP-SCORE
                 IF MT-TYPE(MT-SUB) = POST-TYPE
                     ADD 2 TO MAP-SCORE
                 ELSE
                     IF MT-TYPE(MT-SUB) NOT = '*'
                         MOVE ZERO TO MAP-SCORE
                     END-IF
                 END-IF
             END-IF.
             IF MAP-SCORE > ZERO
                 IF MT-REGION(MT-SUB) = POST-REGION
                     ADD 4 TO MAP-SCORE
                 ELSE
                     IF MT-REGION(MT-SUB) NOT = '*'
                         MOVE ZERO TO MAP-SCORE
                     END-IF
                 END-IF
             END-IF.
             IF MAP-SCORE > BEST-SCORE
                 MOVE MAP-SCORE TO BEST-SCORE
                 MOVE MT-DR-ACCT(MT-SUB) TO PT-DR-ACCT(PT-IDX)
                 MOVE MT-CR-ACCT(MT-SUB) TO PT-CR-ACCT(PT-IDX)
             END-IF.
         POST-ONE-ENTRY.
             EVALUATE PT-KIND(PT-SUB)
               WHEN 'S'
                   MOVE 'SALE    ' TO PDL-KIND-P
               WHEN 'R'
                   MOVE 'REVERSAL' TO PDL-KIND-P
               WHEN OTHER
                   MOVE 'REFUND  ' TO PDL-KIND-P
             END-EVALUATE.
             MOVE PT-TYPE(PT-SUB) TO PDL-TYPE-P.
             MOVE PT-REGION(PT-SUB) TO PDL-REGION-P.
             MOVE PT-DR-ACCT(PT-SUB) TO PDL-DR-P.
             MOVE PT-CR-ACCT(PT-SUB) TO PDL-CR-P.
             MOVE PT-AMOUNT(PT-SUB) TO PDL-AMOUNT-P.
             MOVE SPACES TO PDL-NOTE-P.
             MOVE PDL-KIND-P TO GLD-KIND-X.
             MOVE PT-TYPE(PT-SUB) TO GLD-TYPE-X.
             MOVE PT-REGION(PT-SUB) TO GLD-REGION-X.
             MOVE PT-AMOUNT(PT-SUB) TO GL-AMOUNT.
             IF PT-DR-ACCT(PT-SUB) = SPACES
                 MOVE 'NO DEBIT ACCOUNT' TO PDL-NOTE-P
                 ADD 1 TO UNMAP-CT
             ELSE
                 MOVE PT-DR-ACCT(PT-SUB) TO GLD-ACCOUNT-X
                 MOVE 'D' TO GLD-DRCR-X
                 PERFORM WRITE-JOURNAL-DETAIL
             END-IF.
             IF PT-CR-ACCT(PT-SUB) = SPACES
                 MOVE 'NO CREDIT ACCOUNT' TO PDL-NOTE-P
                 ADD 1 TO UNMAP-CT
             ELSE
                 MOVE PT-CR-ACCT(PT-SUB) TO GLD-ACCOUNT-X
                 MOVE 'C' TO GLD-DRCR-X
                 PERFORM WRITE-JOURNAL-DETAIL
             END-IF.
             IF PT-DR-ACCT(PT-SUB) = SPACES
                AND PT-CR-ACCT(PT-SUB) = SPACES
                 MOVE 'NO ACCOUNT MAPPING' TO PDL-NOTE-P
             END-IF.
             WRITE RPT-LINE FROM POST-DETAIL-LINE.
         WRITE-JOURNAL-DETAIL.
             MOVE JRNL-DATE TO GLD-DATE-X.
             MOVE GL-AMOUNT TO GLD-AMOUNT-X.
             WRITE GL-REC FROM DETAIL-WORK.
             ADD 1 TO GL-COUNT.
             IF GLD-DRCR-X = 'D'
                 ADD GL-AMOUNT TO DEBIT-TOT
             ELSE
                 ADD GL-AMOUNT TO CREDIT-TOT
             END-IF.
         WRITE-JOURNAL-HEADER.
             MOVE RUN-DATE TO GLH-DATE-X.
             MOVE RUN-TIME TO GLH-TIME-X.
             MOVE JRNL-DATE TO GLH-BUS-DATE-X.
             WRITE GL-REC FROM HEADER-WORK.
         WRITE-JOURNAL-TRAILER.
             MOVE GL-COUNT TO GLT-COUNT-X.
             MOVE DEBIT-TOT TO GLT-DEBIT-X.
             MOVE CREDIT-TOT TO GLT-CREDIT-X.
             WRITE GL-REC FROM TRAILER-WORK.
         CHECK-BALANCE.
             WRITE RPT-LINE FROM STAR-LINE.
             IF DEBIT-TOT NOT = CREDIT-TOT
                OR UNMAP-CT > ZERO
                OR DROPPED-CT > ZERO
                 MOVE 8 TO PGM-RETURN-CODE
             END-IF.
         EMPTY-REFUND-QUEUE.
             IF REFPOST-OPEN
                 CLOSE REFPOSTFILE
                 OPEN OUTPUT REFPOSTFILE
                 IF (FS5 = 0) DISPLAY 'SUCCESS'
                 ELSE DISPLAY 'ERROR'
                 END-IF
             END-IF.
         READ-DATE-PARM.
             MOVE RUN-DATE TO JRNL-DATE.
             OPEN INPUT DATEPARMFILE.
             IF FS8 = ZERO
                 READ DATEPARMFILE
                     AT END CONTINUE
                     NOT AT END
                         IF DATE-PARM-RUN IS NUMERIC
                            AND DATE-PARM-RUN > ZERO
                             MOVE DATE-PARM-RUN TO JRNL-DATE
                         END-IF
                 END-READ
                 CLOSE DATEPARMFILE
             END-IF.
         INITIALIZATION.
             MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP.
             PERFORM READ-DATE-PARM.
             OPEN I-O BOOKREG.
             IF (FS1 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS1 = ZERO
                 SET REG-OPEN TO TRUE
             ELSE
                 MOVE 8 TO PGM-RETURN-CODE
             END-IF.
             OPEN OUTPUT JRNLRPTFILE.
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN INPUT MASTERFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             OPEN INPUT STNFILE.
             IF FS4 = ZERO
                 SET STN-OPEN TO TRUE
             END-IF.
             OPEN INPUT REFPOSTFILE.
             IF FS5 = ZERO
                 SET REFPOST-OPEN TO TRUE
                 SET NOT-EOF5 TO TRUE
             ELSE
                 SET EOF5 TO TRUE
             END-IF.
             OPEN INPUT ACCTMAPFILE.
             IF (FS6 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS6 NOT = ZERO
                 MOVE 8 TO PGM-RETURN-CODE
                 SET EOF6 TO TRUE
             ELSE
                 SET NOT-EOF6 TO TRUE
             END-IF.
             OPEN OUTPUT GLJRNLFILE.
             IF (FS7 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF FS7 NOT = ZERO
                 MOVE 8 TO PGM-RETURN-CODE
             END-IF.
         WRITE-HEADER.
             MOVE JRNL-DATE TO HDR-DATE-P.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM HDR-LINE-1.
             WRITE RPT-LINE FROM STAR-LINE.
             WRITE RPT-LINE FROM POST-COL-LINE.
             WRITE RPT-LINE FROM STAR-LINE.
         FINALIZATION.
             MOVE REGREAD-CT TO SUM-REGREAD-P.
             MOVE SALES-CT TO SUM-SALES-P.
             MOVE REVS-CT TO SUM-REVS-P.
             MOVE REFS-CT TO SUM-REFS-P.
             MOVE GL-COUNT TO SUM-LINES-P.
             MOVE UNMAP-CT TO SUM-UNMAP-P.
             MOVE DEBIT-TOT TO SUM-DEBIT-P.
             MOVE CREDIT-TOT TO SUM-CREDIT-P.
             WRITE RPT-LINE FROM SUMMARY-LINE-1.
             WRITE RPT-LINE FROM SUMMARY-LINE-2.
             WRITE RPT-LINE FROM SUMMARY-LINE-3.
             WRITE RPT-LINE FROM SUMMARY-LINE-4.
             WRITE RPT-LINE FROM SUMMARY-LINE-5.
             WRITE RPT-LINE FROM SUMMARY-LINE-6.
             WRITE RPT-LINE FROM SUMMARY-LINE-7.
             WRITE RPT-LINE FROM SUMMARY-LINE-8.
             IF PGM-RETURN-CODE < 8
                 WRITE RPT-LINE FROM BALANCED-LINE
             ELSE
                 WRITE RPT-LINE FROM UNBALANCED-LINE
             END-IF.
             WRITE RPT-LINE FROM STAR-LINE.
             IF REG-OPEN
                 CLOSE BOOKREG
                 IF (FS1 = 0) DISPLAY 'SUCCESS'
                 ELSE DISPLAY 'ERROR'
                 END-IF
             END-IF.
             CLOSE JRNLRPTFILE.
             IF (FS2 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             CLOSE MASTERFILE.
             IF (FS3 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             IF STN-OPEN
                 CLOSE STNFILE
             END-IF.
             IF REFPOST-OPEN
                 CLOSE REFPOSTFILE
             END-IF.
             CLOSE ACCTMAPFILE.
             CLOSE GLJRNLFILE.
             IF (FS7 = 0) DISPLAY 'SUCCESS'
             ELSE DISPLAY 'ERROR'
             END-IF.
             MOVE PGM-RETURN-CODE TO RETURN-CODE.
             PERFORM WRITE-STEP-LOG.
             STOP RUN.
         WRITE-STEP-LOG.
             OPEN EXTEND STEPLOGFILE.
             IF FS9 = ZERO
                 MOVE SPACES TO STEP-LOG-REC
                 MOVE 'REVJRNL ' TO SL-PROGRAM
                 SET SL-STEP-END TO TRUE
                 MOVE ZERO TO SL-BUS-DATE
                 MOVE FUNCTION CURRENT-DATE(1:14) TO SL-RUN-STAMP
                 MOVE RETURN-CODE TO SL-RC
                 WRITE STEP-LOG-REC
                 CLOSE STEPLOGFILE
             END-IF.
         END PROGRAM REVJRNL.
