      *****************************************************************
      * WACKREC.CPY                                                   *
      * RECORD LAYOUT FOR THE WEB ACKNOWLEDGEMENT WORK FILE           *
      * (WEB-ACK-REC), PASSED BETWEEN THE TRNBATCH BOOKING STEPS.     *
      * WAITCLR WRITES A FOLLOW-UP ('F') WHEN IT PROMOTES OR DROPS A  *
      * WAITLISTED WEB PARTY.  WEBBOOK WRITES ONE CONTROL RECORD      *
      * ('C') WITH THE INBOUND FILE'S RECORD, DETAIL AND TRAILER      *
      * COUNTS AND ITS VERDICT, PLUS A SINGLE FILE REJECTION ('R')    *
      * WHEN IT REJECTS THE FILE WHOLE.  BOOKING WRITES A BOOKING     *
      * ACKNOWLEDGEMENT ('B') FOR EVERY TRANSACTION CARRYING A WEB    *
      * REQUEST ID.  WEBACK TIES THE BOOKING ACKNOWLEDGEMENTS BACK TO *
      * THE CONTROL RECORD AND WRITES THE OUTBOUND WEBACK FILE WITH   *
      * HEADER AND TRAILER CONTROLS.  WACK-FARE IS THE FARE PER SEAT  *
      * HELD ON THE BOOKING REGISTER.  SHARED BY WAITCLR, WEBBOOK,    *
      * BOOKING AND WEBACK.                                           *
      *****************************************************************
         01  WEB-ACK-REC.
             02 WACK-KIND         PIC X.
                88 WACK-CONTROL            VALUE 'C'.
                88 WACK-BOOKING            VALUE 'B'.
                88 WACK-FOLLOW-UP          VALUE 'F'.
                88 WACK-FILE-REJECT        VALUE 'R'.
             02 WACK-BODY         PIC X(99).
             02 WACK-ACK-BODY REDEFINES WACK-BODY.
                03 WACK-WEB-ID    PIC X(12).
                03 WACK-DISP      PIC X(2).
                   88 WACK-CONFIRMED       VALUE 'CF'.
                   88 WACK-PART-FILLED     VALUE 'PT'.
                   88 WACK-WAITLISTED      VALUE 'WL'.
                   88 WACK-REJECTED        VALUE 'RJ'.
                   88 WACK-PROMOTED        VALUE 'PR'.
                   88 WACK-PART-PROMOTED   VALUE 'PP'.
                   88 WACK-DROPPED         VALUE 'DR'.
                   88 WACK-RESEND          VALUE 'FR'.
                03 WACK-BOOK-REF  PIC X(8).
                03 WACK-TRAIN-NUMBER PIC X(6).
                03 WACK-CLASS-CODE PIC X.
                03 WACK-TRAVEL-DATE PIC 9(8).
                03 WACK-CONF-QTY  PIC 9(5).
                03 WACK-WAIT-QTY  PIC 9(5).
                03 WACK-FARE      PIC 9(8)V99.
                03 WACK-REASON    PIC X(30).
                03 FILLER         PIC X(12).
             02 WACK-CTL-BODY REDEFINES WACK-BODY.
                03 WACK-CTL-READ  PIC 9(7).
                03 WACK-CTL-DETAILS PIC 9(7).
                03 WACK-CTL-TRAILER PIC 9(7).
                03 WACK-CTL-WRITTEN PIC 9(7).
                03 WACK-CTL-VERDICT PIC X.
                   88 WACK-CTL-ACCEPTED    VALUE 'A'.
                   88 WACK-CTL-REJECTED    VALUE 'R'.
                03 WACK-CTL-REASON PIC X(40).
                03 FILLER         PIC X(30).
