      * Y/N BYTE PER DAY OF WEEK, MONDAY THROUGH SUNDAY.  START AND   *
      * END DATES (CCYYMMDD, ZERO = OPEN-ENDED) BOUND SEASONAL        *
      * SERVICES.  A TRAIN WITH NO CALENDAR RECORD RUNS EVERY DAY.    *
      * SHARED BY MAINTAIN, DEPBOARD, TRAIN AND BOOKING.              *
      *****************************************************************
         01  CALENDAR-REC.
             02 CAL-TRAIN-NUMBER  PIC X(6).
