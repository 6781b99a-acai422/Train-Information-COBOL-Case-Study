      *****************************************************************
      * STEPREC.CPY                                                   *
      * RECORD LAYOUT FOR THE STEP LOG (STEP-LOG-REC).  BATCHCTL      *
      * WRITES A START MARKER ('S') CARRYING THE BUSINESS DATE WHEN   *
      * IT STARTS OR RESTARTS THE TRNBATCH STREAM AND A CLOSE MARKER  *
      * ('C') WHEN IT MARKS THE DATE COMPLETE.  EVERY PROGRAM IN THE  *
      * STREAM APPENDS ONE STEP RECORD ('E') WITH ITS RETURN CODE AS  *
      * IT ENDS; A STEP RECORD BELONGS TO THE BUSINESS DATE OF THE    *
      * START MARKER BEFORE IT.  THE BATCHCTL STATUS REPORT SHOWS     *
      * FROM IT WHICH STEPS RAN FOR EACH DATE AND HOW THEY ENDED.     *
      * SHARED BY BATCHCTL, EDITTRAN, MAINTAIN, INTEGRTY, TRAIN,      *
      * WAITCLR, WEBBOOK, BOOKING, WEBACK, REGRECON, REVJRNL,         *
      * PUNCTUAL, FAREAPPL, EXTRACT AND BALANCE.                      *
      *****************************************************************
         01  STEP-LOG-REC.
             02 SL-PROGRAM        PIC X(8).
             02 SL-KIND           PIC X.
                88 SL-STREAM-START         VALUE 'S'.
                88 SL-STEP-END             VALUE 'E'.
                88 SL-STREAM-CLOSE         VALUE 'C'.
             02 SL-BUS-DATE       PIC 9(8).
             02 SL-RUN-STAMP.
                03 SL-RUN-DATE    PIC 9(8).
                03 SL-RUN-TIME    PIC 9(6).
             02 SL-RC             PIC 9(4).
             02 FILLER            PIC X(15).
