      * STNREC.CPY                                                    *
      * RECORD LAYOUT FOR STNMASTER (STATION-REC), THE STATION        *
      * REFERENCE FILE KEYED BY STN-CODE.  SHARED BY STNMAINT,        *
      * MAINTAIN, DEPBOARD, TRAIN AND SEGMAINT SO EVERY PROGRAM THAT  *
      * VALIDATES A STATION CODE AGREES ON ONE LAYOUT.                *
      *****************************************************************
         01  STATION-REC.
             02 STN-CODE       PIC X(10).
