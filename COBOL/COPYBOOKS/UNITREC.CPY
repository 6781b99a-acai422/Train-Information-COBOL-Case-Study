      *****************************************************************
      * UNITREC.CPY                                                   *
      * RECORD LAYOUT FOR UNITMAST (UNIT-REC), THE ROLLING-STOCK      *
      * UNIT MASTER KEYED BY SET NUMBER.  ONE RECORD PER PHYSICAL     *
      * SET OF COACHES WITH ITS UNIT TYPE, HOME DEPOT (A STNMASTER    *
      * CODE), THE SEATS IT PROVIDES FOR THE DEFAULT CLASS SOLD       *
      * AGAINST THE MASTER AND UP TO FOUR CLASS CODES WITH THEIR      *
      * SEATS (A BLANK CODE IS AN UNUSED SLOT).  MAINTAINED BY        *
      * UNTMAINT; UNITDIAG CHECKS THE DAILY DIAGRAM AGAINST IT.       *
      * SHARED BY UNTMAINT AND UNITDIAG.                              *
      *****************************************************************
         01  UNIT-REC.
             02 UNIT-SET-NUMBER   PIC X(6).
             02 UNIT-TYPE         PIC X(10).
             02 UNIT-HOME-DEPOT   PIC X(10).
             02 UNIT-SEAT-CAP     PIC 9(5).
             02 UNIT-CLASS-ENTRY OCCURS 4 TIMES.
                03 UNIT-CLASS-CODE PIC X.
                03 UNIT-CLASS-CAP  PIC 9(5).
             02 FILLER            PIC X(25).
