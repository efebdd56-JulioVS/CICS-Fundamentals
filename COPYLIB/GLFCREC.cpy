      *****************************************************************
      *    GLFCREC - GENERAL-LEDGER FEED CONTROL RECORD LAYOUT         *
      *                                                                *
      *    ONE RECORD PER ACCOUNTING PERIOD (CCYYMM) ON THE VSAM FILE  *
      *    GLFEEDF, WRITTEN BY DEPTCHG ONLY AFTER A MONTH-END GL       *
      *    JOURNAL FILE (GLJREC.CPY) HAS BEEN WRITTEN AND CLOSED       *
      *    CLEANLY.  ITS PRESENCE IS WHAT STOPS A SECOND FEED FOR THE  *
      *    SAME MONTH - DEPTCHG REFUSES THE PERIOD UNLESS THE RERUN    *
      *    FLAG IS ON THE PARM CARD, AND A RERUN REWRITES THIS RECORD  *
      *    WITH THE NEXT RUN SEQUENCE AND THE NEW TOTALS.              *
      *****************************************************************
       01  GLFC-RECORD.
           05  GLFC-KEY.
               10  GLFC-KEY-PERIOD         PIC 9(6).
           05  GLFC-RUN-DATE               PIC 9(8).
           05  GLFC-SENT-DATE              PIC 9(8).
           05  GLFC-SENT-TIME              PIC 9(6).
           05  GLFC-RUN-SEQ                PIC 9(2).
           05  GLFC-DETAIL-COUNT           PIC 9(7).
           05  GLFC-DEBIT-TOTAL            PIC 9(13)V99.
