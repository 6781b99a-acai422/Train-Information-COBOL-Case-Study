      * RECORD LAYOUT FOR THE WAITLIST FILE (WAIT-REC).  BOOKING      *
      * WRITES ONE RECORD PER PARTY IT COULD NOT SEAT IN FULL, IN     *
      * ARRIVAL ORDER.  WAITCLR READS THE FILE EACH NIGHT AFTER THE   *
      * CANCELLATION RUN, PROMOTES AS MANY SEATS AS THE SEAT          *
      * INVENTORY FOR WAIT-TRAVEL-DATE NOW ALLOWS AND CARRIES THE     *
      * REMAINDER FORWARD TO THE NEXT NIGHT'S WAITLIST.  WAIT-WEB-ID  *
      * IS THE WEB REQUEST ID OF A PARTY BOOKED THROUGH THE WEB       *
      * CHANNEL (SPACES FOR A BRANCH BOOKING); WAITCLR SENDS SUCH A   *
      * PARTY A FOLLOW-UP ACKNOWLEDGEMENT WHEN IT PROMOTES OR DROPS   *
      * IT.  DISRUPT DROPS PARTIES WAITING FOR A WITHDRAWN SERVICE    *
      * DATE.  REGRECON FLAGS ANY PARTY WHOSE WAIT-BOOK-REF IS NOT ON *
      * THE BOOKING REGISTER.  SHARED BY BOOKING, WAITCLR, DISRUPT    *
      * AND REGRECON.                                                 *
      *****************************************************************
         01  WAIT-REC.
             02 WAIT-TRAIN-NUMBER PIC X(6).
             02 WAIT-CLASS-CODE   PIC X.
             02 WAIT-BOOK-REF     PIC X(8).
             02 WAIT-PARTY        PIC X(20).
             02 WAIT-TRAVEL-DATE  PIC 9(8).
             02 WAIT-WEB-ID       PIC X(12).
             02 FILLER            PIC X(40) VALUE SPACES.
