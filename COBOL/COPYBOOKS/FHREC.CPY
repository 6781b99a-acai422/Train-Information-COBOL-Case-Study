      *****************************************************************
      * FHREC.CPY                                                     *
      * RECORD LAYOUT FOR THE FARE-HISTORY FILE (FARE-HIST-REC).  ONE *
      * RECORD PER APPLIED FARE CHANGE: THE SUPERSEDED FARE, THE NEW  *
      * FARE AND THE DATE THE NEW FARE TOOK EFFECT, SO REFUND CLAIMS  *
      * CAN ANSWER WHAT THE FARE WAS ON A GIVEN DATE.  PURGE MOVES A  *
      * TRAIN'S RECORDS SUPERSEDED BEFORE ITS CUTOFF TO THE           *
      * FAREHIST.ARCHIVE GENERATIONS BUT ALWAYS KEEPS THE RECORD IN   *
      * EFFECT AT THE CUTOFF; REFUND ALSO READS THE ARCHIVE FOR A     *
      * TRAVEL DATE BEFORE THE CUTOFF.  SHARED BY TRAIN, FAREAPPL,    *
      * REFUND AND PURGE.                                             *
      *****************************************************************
         01  FARE-HIST-REC.
             02 FH-TRAIN-NUMBER   PIC X(6).
