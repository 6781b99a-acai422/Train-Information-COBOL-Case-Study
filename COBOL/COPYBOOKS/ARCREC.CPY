      *****************************************************************
      * ARCREC.CPY                                                    *
      * RECORD LAYOUT FOR ARCHCTL (ARCH-CTL-REC), THE ARCHIVE CONTROL *
      * FILE.  PURGE APPENDS ONE RECORD PER HOUSEKEEPING RUN WITH THE *
      * RUN DATE, THE RETENTION PERIOD AND THE CUTOFF DATE: ENTRIES   *
      * DATED BEFORE THE CUTOFF WERE MOVED TO THAT RUN'S ARCHIVE      *
      * GENERATIONS, WITH THE NUMBER OF AUDIT JOURNAL, FARE-HISTORY   *
      * AND BOOKING REGISTER RECORDS ARCHIVED.  A READER TAKES THE    *
      * HIGHEST CUTOFF ON THE FILE AND READS THE ARCHIVE ALONG WITH   *
      * THE LIVE FILE ONLY WHEN A REQUEST REACHES BACK BEFORE IT.     *
      * SHARED BY PURGE, AUDRPT, REFUND AND RECOVERY.                 *
      *****************************************************************
         01  ARCH-CTL-REC.
             02 ARC-RUN-DATE      PIC 9(8).
             02 ARC-CUTOFF-DATE   PIC 9(8).
             02 ARC-RETAIN-DAYS   PIC 9(4).
             02 ARC-AUD-ARCHIVED  PIC 9(9).
             02 ARC-FH-ARCHIVED   PIC 9(9).
             02 ARC-BRG-ARCHIVED  PIC 9(9).
             02 FILLER            PIC X(3).
