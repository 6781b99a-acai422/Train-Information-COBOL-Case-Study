      * ON MASTER-REC REMAIN THE DEFAULT CLASS: A BOOKING WITH NO     *
      * CLASS CODE STILL BOOKS AGAINST THE MASTER AND THE MASTER      *
      * CONTROL TOTALS ARE UNCHANGED BY CLASS-LEVEL BOOKINGS.         *
      * SEGMAINT CHECKS THE CLASS OF A TRAIN'S SEGMENT FARE HERE.     *
      * SHARED BY MAINTAIN, BOOKING, WAITCLR, OCCUPNCY AND SEGMAINT.  *
      *****************************************************************
         01  CLASS-REC.
             02 CLS-CLASS-KEY.
