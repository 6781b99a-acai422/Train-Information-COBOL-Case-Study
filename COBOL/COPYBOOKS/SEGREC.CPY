      *****************************************************************
      * SEGREC.CPY                                                    *
      * RECORD LAYOUT FOR SEGFARE (SEG-FARE-REC), THE SEGMENT FARE    *
      * TABLE KEYED BY TRAIN NUMBER, BOARDING STATION, ALIGHTING      *
      * STATION AND CLASS CODE.  ONE RECORD PRICES A JOURNEY BETWEEN  *
      * TWO CALLING POINTS OF A TRAIN IN ONE CLASS (BLANK CLASS = THE *
      * DEFAULT CLASS ON THE MASTER).  A TRAIN NUMBER OF '*' IS A     *
      * ROUTE FARE THAT APPLIES TO ANY TRAIN CALLING AT BOTH STATIONS *
      * IN THAT ORDER WHEN THE TRAIN HAS NO FARE OF ITS OWN FOR THE   *
      * SEGMENT.  THE FULL JOURNEY FROM TRAIN-DEP-STN TO              *
      * TRAIN-ARR-STN IS STILL PRICED FROM TRAIN-FARE / CLS-FARE AND  *
      * IS NOT HELD HERE.  SEG-EFF-DATE IS THE DATE THE FARE LAST     *
      * CHANGED.  SEGMAINT MAINTAINS THE TABLE, BOOKING PRICES        *
      * SEGMENT BOOKINGS FROM IT, CONNECT PRICES ITINERARY LEGS, AND  *
      * TRAIN AND FAREAPPL APPLY SEGMENT FARE CHANGES.  SHARED BY     *
      * SEGMAINT, BOOKING, CONNECT, TRAIN AND FAREAPPL.               *
      *****************************************************************
         01  SEG-FARE-REC.
             02 SEG-KEY.
                03 SEG-TRAIN-NUMBER PIC X(6).
                   88 SEG-ROUTE-FARE        VALUE '*'.
                03 SEG-BOARD-STN    PIC X(10).
                03 SEG-ALIGHT-STN   PIC X(10).
                03 SEG-CLASS-CODE   PIC X.
             02 SEG-FARE            PIC 9(8)V99.
             02 SEG-EFF-DATE        PIC 9(8).
             02 FILLER              PIC X(5).
