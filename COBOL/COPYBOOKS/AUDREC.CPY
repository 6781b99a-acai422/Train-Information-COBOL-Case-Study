      * AUDREC.CPY                                                    *
      * RECORD LAYOUT FOR AUDITFILE (AUDIT-REC), THE BEFORE/AFTER     *
      * IMAGE JOURNAL WRITTEN ON EVERY MASTERFILE ADD, CHANGE,        *
      * DELETE, FARE CHANGE, CANCELLATION AND BOOKING.  SEGMENT FARE  *
      * CHANGES MADE BY TRAIN AND FAREAPPL ARE JOURNALED WITH         *
      * AUD-ACTION 'SEGFARE ' AND THE SEGFARE RECORD (SEGREC) AS THE  *
      * IMAGES.  RECOVERY REAPPLIES THE MASTERFILE IMAGES TO A        *
      * RESTORED MASTER.  PURGE MOVES ENTRIES DATED BEFORE ITS CUTOFF *
      * TO THE AUDITJRNL.ARCHIVE GENERATIONS AND RECORDS THE CUTOFF   *
      * ON ARCHCTL (ARCREC); AUDRPT AND RECOVERY READ THE ARCHIVE     *
      * WHEN A REQUEST REACHES BACK BEFORE IT.  SHARED BY MAINTAIN,   *
      * TRAIN, BOOKING, AUDRPT, RECOVERY AND PURGE.                   *
      *****************************************************************
         01  AUDIT-REC.
             02 AUD-PROGRAM       PIC X(8).
