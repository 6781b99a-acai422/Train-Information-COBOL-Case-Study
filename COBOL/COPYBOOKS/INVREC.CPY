      *****************************************************************
      * INVREC.CPY                                                    *
      * RECORD LAYOUT FOR SEATINV (SEAT-INV-REC), THE PER-SERVICE-    *
      * DATE SEAT INVENTORY KEYED BY TRAIN NUMBER, CLASS CODE AND     *
      * TRAVEL DATE (CCYYMMDD).  A BLANK CLASS CODE IS THE DEFAULT    *
      * CLASS SOLD AGAINST THE MASTER.  ONE RECORD IS CREATED THE     *
      * FIRST TIME A SEAT IS SOLD FOR A DATE; INV-BOOKED IS THE SEATS *
      * HELD FOR THAT DATE ONLY AND INV-SEAT-CAP IS THE CAPACITY IT   *
      * WAS LAST SOLD AGAINST.  TRAIN-BOOKED AND CLS-BOOKED REMAIN    *
      * THE RUNNING TOTAL OVER ALL DATES FOR THE CONTROL TOTALS, SO   *
      * ANY FIGURE PUBLISHED OR REPORTED PER DEPARTURE (EXTRACT,      *
      * OCCUPNCY, FAREPROP) IS TAKEN FROM HERE FOR ONE TRAVEL DATE.   *
      * A SALE OR PROMOTION THAT WOULD TAKE EITHER RUNNING TOTAL PAST *
      * 99999 IS REJECTED (BOOKING) OR CARRIED FORWARD (WAITCLR)      *
      * RATHER THAN LET THE TOTAL WRAP.  DISRUPT MARKS THE            *
      * BLANK-CLASS RECORD WITHDRAWN ('W') FOR EVERY DATE A TRAIN IS  *
      * CANCELLED AND BOOKING WILL NOT SELL ANY CLASS ON THAT TRAIN   *
      * AND DATE AFTERWARDS.  SHARED BY BOOKING, WAITCLR, TRAIN,      *
      * INTEGRTY, DISRUPT, EXTRACT, OCCUPNCY AND FAREPROP.            *
      *****************************************************************
         01  SEAT-INV-REC.
             02 INV-KEY.
                03 INV-TRAIN-NUMBER PIC X(6).
                03 INV-CLASS-CODE   PIC X.
                03 INV-TRAVEL-DATE  PIC 9(8).
             02 INV-SEAT-CAP        PIC 9(5).
             02 INV-BOOKED          PIC 9(5).
             02 INV-STATUS          PIC X.
                88 INV-SELLING               VALUE SPACE.
                88 INV-WITHDRAWN             VALUE 'W'.
             02 FILLER              PIC X(24).
