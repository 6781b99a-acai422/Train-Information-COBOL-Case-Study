      *****************************************************************
      * CLMREC.CPY                                                    *
      * RECORD LAYOUT FOR THE REFUND CLAIM FILE (CLAIM-REC).  A CLAIM *
      * WITH A BLANK CLM-CLAIM-TYPE IS A FARE CLAIM KEYED BY DATA     *
      * CONTROL AND IS REFUNDED AS PAID LESS THE FARE IN EFFECT ON    *
      * THE TRAVEL DATE.  PUNCTUAL WRITES TYPE 'D' DELAY-REPAY        *
      * CLAIMS, ONE PER OPEN REGISTER ENTRY ON A LATE TRAIN, WITH THE *
      * AMOUNT THE PARTY PAID, THE REPAY PERCENTAGE, THE BOOKING      *
      * REFERENCE AND THE MINUTES LATE; REFUND PAYS THAT PERCENTAGE   *
      * OF THE AMOUNT PAID.  THE REFUND JOB EMPTIES THE FILE ONCE THE *
      * PAYMENTS ARE QUEUED FOR POSTING.  SHARED BY REFUND AND        *
      * PUNCTUAL.                                                     *
      *****************************************************************
         01  CLAIM-REC.
             02 CLM-TRAIN-NUMBER  PIC X(6).
             02 CLM-TRAVEL-DATE   PIC 9(8).
             02 CLM-PAID-AMT      PIC 9(8)V99.
             02 CLM-CLAIM-TYPE    PIC X.
                88 CLM-FARE-CLAIM           VALUE SPACE.
                88 CLM-DELAY-REPAY          VALUE 'D'.
             02 CLM-REPAY-PCT     PIC 9(3).
             02 CLM-BOOK-REF      PIC X(8).
             02 CLM-LATE-MINS     PIC 9(4).
             02 FILLER            PIC X(10).
