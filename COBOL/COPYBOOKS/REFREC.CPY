      *****************************************************************
      * REFREC.CPY                                                    *
      * RECORD LAYOUT FOR THE REFUND PAYMENTS FILE (REFUND-PAY-REC)   *
      * PASSED TO ACCOUNTS.  ONE RECORD PER REFUND: THE TRAIN AND     *
      * TRAVEL DATE, THE AMOUNT THE PASSENGER PAID, THE FARE THAT WAS *
      * DUE AND THE DIFFERENCE TO BE PAID BACK.  REFUND WRITES IT     *
      * FROM PRICED CLAIMS; DISRUPT WRITES IT FOR EVERY BOOKING ON A  *
      * WITHDRAWN SERVICE WITH NOTHING DUE, SO THE WHOLE AMOUNT PAID  *
      * IS REFUNDED.  BOTH JOBS QUEUE THEIR PAYMENTS ON REFPOST AND   *
      * REVJRNL POSTS THEM TO THE LEDGER EACH NIGHT.  SHARED BY       *
      * REFUND, DISRUPT AND REVJRNL.                                  *
      *****************************************************************
         01  REFUND-PAY-REC.
             02 REF-TRAIN-NUMBER  PIC X(6).
             02 REF-TRAVEL-DATE   PIC 9(8).
             02 REF-PAID-AMT      PIC 9(8)V99.
             02 REF-FARE-DUE      PIC 9(8)V99.
             02 REF-REFUND-AMT    PIC 9(8)V99.
             02 FILLER            PIC X(6) VALUE SPACES.
