      *****************************************************************
      * BCREC.CPY                                                     *
      * RECORD LAYOUT FOR THE BATCH-CONTROL FILE (BATCH-CTL-REC).     *
      * ONE RECORD PER BUSINESS DATE THE TRNBATCH STREAM HAS BEEN     *
      * STARTED FOR, IN DATE ORDER.  BATCHCTL ADDS THE RECORD OPEN    *
      * ('O') WHEN IT ROLLS RUNDATE FORWARD AT THE START OF THE       *
      * STREAM, COUNTS A RESTART OF THE SAME DATE, AND MARKS IT       *
      * COMPLETE ('C') IN THE LAST STEP ONCE BALANCE HAS ENDED        *
      * CLEANLY.  THE STREAM WILL NOT START A NEW DATE WHILE THE LAST *
      * ONE IS OPEN, NOR A DATE ALREADY COMPLETE.  SHARED BY          *
      * BATCHCTL.                                                     *
      *****************************************************************
         01  BATCH-CTL-REC.
             02 BC-BUS-DATE       PIC 9(8).
             02 BC-STATUS         PIC X.
                88 BC-OPEN                 VALUE 'O'.
                88 BC-COMPLETE             VALUE 'C'.
             02 BC-START-DATE     PIC 9(8).
             02 BC-START-TIME     PIC 9(6).
             02 BC-END-DATE       PIC 9(8).
             02 BC-END-TIME       PIC 9(6).
             02 BC-RUN-CT         PIC 9(3).
             02 FILLER            PIC X(10).
