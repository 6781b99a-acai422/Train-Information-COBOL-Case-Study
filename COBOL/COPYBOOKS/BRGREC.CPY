      * BRGREC.CPY                                                    *
      * RECORD LAYOUT FOR BOOKREG (BOOK-REG-REC), THE BOOKING         *
      * REGISTER KEYED BY BOOKING REFERENCE.  BOOKING WRITES ONE      *
      * RECORD PER BOOKING (TRAIN, CLASS, QUANTITY, DATE, FARE        *
      * CHARGED, PARTY, TRAVEL DATE; THE FARE IS THE SEGFARE SEGMENT  *
      * FARE WHEN THE PARTY TRAVELS ONLY PART OF THE ROUTE) - A PARTY *
      * WHOLLY WAITLISTED GETS AN OPEN ENTRY WITH A ZERO QUANTITY -   *
      * AND WAITCLR TOPS IT UP WHEN A WAITLISTED REMAINDER IS         *
      * PROMOTED, OR CLOSES A ZERO-QUANTITY ENTRY WHEN IT DROPS THE   *
      * PARTY.  A CANCELLATION QUOTES THE REFERENCE: TRAIN CLOSES THE *
      * ENTRY AND RELEASES EXACTLY THE REGISTERED QUANTITY FROM THE   *
      * SEAT INVENTORY FOR BRG-TRAVEL-DATE, AND REJECTS ANY REFERENCE *
      * THAT IS NOT AN OPEN ENTRY FOR THAT TRAIN.  DISRUPT CLOSES     *
      * EVERY OPEN ENTRY ON A WITHDRAWN SERVICE DATE AS SETTLED ('D') *
      * ONCE THE FULL FARE HAS BEEN REFUNDED, OR AS SETTLED WITH THE  *
      * SALE NOT YET JOURNALLED ('E') WHEN REVJRNL HAD NOT YET POSTED *
      * ALL OF BRG-QTY.  BRG-CLOSE-DATE IS THE RUN DATE THE ENTRY WAS *
      * CLOSED OR SETTLED; ENTRIES WRITTEN BEFORE THE TRAVEL AND      *
      * CLOSE DATES WERE CARRIED HAVE SPACES THERE.  MAINTAIN WILL    *
      * NOT RETIRE A TRAIN WHILE IT HAS OPEN ENTRIES HOLDING SEATS    *
      * FOR TODAY OR LATER, OR OPEN ENTRIES WITH NO TRAVEL DATE.      *
      * REGRECON TOTALS THE OPEN QUANTITIES EACH NIGHT AGAINST THE    *
      * MASTER AND CLASS BOOKED COUNTS; OPEN ENTRIES LEFT ON A        *
      * RETIRED TRAIN ARE ONLY COUNTED AS DIFFERENCES WHEN ONE OF     *
      * THEM IS FOR TODAY OR LATER OR HAS NO TRAVEL DATE, THE SAME    *
      * RULE MAINTAIN APPLIES.  BRG-JRNL-QTY IS THE QUANTITY REVJRNL  *
      * HAS ALREADY POSTED TO THE LEDGER AS SOLD; IT POSTS THE        *
      * INCREASE ON AN OPEN ENTRY AS A SALE AND REVERSES IT WHEN      *
      * TRAIN CLOSES THE ENTRY, THEN ZEROES IT.  ON AN 'E' ENTRY IT   *
      * POSTS THE UNJOURNALLED QUANTITY AS A SALE, SO THE DISRUPT     *
      * REFUND NETS IT OFF, AND MARKS THE ENTRY 'D'.  PUNCTUAL RAISES *
      * A DELAY-REPAY CLAIM FOR EVERY OPEN ENTRY ON A TRAIN THAT RAN  *
      * LATE ON ITS TRAVEL DATE.  PURGE MOVES ENTRIES CLOSED BEFORE   *
      * ITS CUTOFF (BY BOOKING DATE WHEN THERE IS NO CLOSE DATE)      *
      * WHOSE LEDGER POSTINGS ARE COMPLETE (BRG-JRNL-QTY ZERO AND NOT *
      * 'E') TO THE BOOKREG.ARCHIVE GENERATIONS.  SHARED BY BOOKING,  *
      * WAITCLR, TRAIN, DISRUPT, MAINTAIN, REGRECON, REVJRNL,         *
      * PUNCTUAL AND PURGE.                                           *
      *****************************************************************
         01  BOOK-REG-REC.
             02 BRG-BOOK-REF      PIC X(8).
             02 BRG-PARTY         PIC X(20).
             02 BRG-STATUS        PIC X.
                88 BRG-OPEN                VALUE 'O'.
                88 BRG-CLOSED              VALUE 'C' 'D' 'E'.
                88 BRG-SETTLED             VALUE 'D' 'E'.
                88 BRG-SETTLED-UNPOSTED    VALUE 'E'.
             02 BRG-TRAVEL-DATE   PIC 9(8).
             02 BRG-CLOSE-DATE    PIC 9(8).
             02 BRG-JRNL-QTY      PIC 9(5).
