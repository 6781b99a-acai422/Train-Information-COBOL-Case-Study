      * ONE RECORD PER CALLING POINT BETWEEN A TRAIN'S DEPARTURE AND  *
      * ARRIVAL STATIONS, IN RUNNING ORDER.  THE ENDPOINT STATIONS    *
      * STAY ON MASTER-REC AND ARE NOT REPEATED HERE.  A BLANK        *
      * DEPARTURE TIME MARKS A SET-DOWN-ONLY CALL.  PUNCTUAL EDITS    *
      * ACTUAL CALLING TIMES AGAINST IT.  SEGMAINT AND BOOKING CHECK  *
      * THAT A SEGMENT'S BOARDING STATION COMES BEFORE ITS ALIGHTING  *
      * STATION IN THIS RUNNING ORDER.  SHARED BY STPMAINT, DEPBOARD, *
      * CONNECT, PUNCTUAL, SEGMAINT AND BOOKING.                      *
      *****************************************************************
         01  STOP-REC.
             02 ST-STOP-KEY.
