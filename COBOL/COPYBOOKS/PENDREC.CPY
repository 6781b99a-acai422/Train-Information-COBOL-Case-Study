      *****************************************************************
      * PENDREC.CPY                                                   *
      * RECORD LAYOUT FOR THE PENDING-FARES FILE (PENDING-REC).  FARE *
      * CHANGES WITH A FUTURE EFFECTIVE DATE ARE HELD HERE BY TRAIN   *
      * AND APPLIED BY FAREAPPL ON THE NIGHT THEY BECOME EFFECTIVE.   *
      * A BLANK PEND-BOARD-STN CHANGES TRAIN-FARE ON MASTERFILE;      *
      * OTHERWISE THE CHANGE TARGETS THE SEGFARE RECORD FOR THE       *
      * TRAIN, BOARDING STATION, ALIGHTING STATION AND                *
      * PEND-CLASS-CODE.  SHARED BY TRAIN AND FAREAPPL.               *
      *****************************************************************
         01  PENDING-REC.
             02 PEND-TRAIN-NUMBER PIC X(6).
             02 PEND-NEW-FARE     PIC 9(8)V99.
             02 PEND-EFF-DATE     PIC 9(8).
             02 PEND-BOARD-STN    PIC X(10).
             02 PEND-ALIGHT-STN   PIC X(10).
             02 PEND-CLASS-CODE   PIC X.
             02 FILLER            PIC X(5).
