      *****************************************************************
      *    SLAWS - WORKING STORAGE FOR THE REAL-TIME SLA BREACH CHECK  *
      *                                                                *
      *    PULLED IN BY AUDITWS FOR SLA-BREACH-CHECK (SLACHK.CPY),     *
      *    WHICH AUDITLOG PULLS IN THE SAME WAY.  THE CHECK ALSO       *
      *    NEEDS THE ALERTING LAYER'S RECORDS AND FIELDS (ALERTWS,     *
      *    WHICH COPIES ALERTREC) - THOSE ARE NOT PULLED IN HERE       *
      *    BECAUSE EVERY AUDITED TRANSACTION ALREADY CARRIES THEM      *
      *    THROUGH EXCPWS FOR ERRCAP, AND A SECOND COPY WOULD CLASH.   *
      *****************************************************************
       COPY SLAREC.

       01  WS-SLA-FIELDS.
           05  WS-SLA-RESP                 PIC S9(8) COMP.
           05  WS-SLA-TARGET-FLAG          PIC X(1).
               88  WS-SLA-TARGET-FOUND     VALUE 'Y'.
               88  WS-SLA-NO-TARGET        VALUE 'N'.
           05  WS-SLA-BROWSE-SWITCH        PIC X(1).
               88  WS-SLA-BROWSE-DONE      VALUE 'Y'.
               88  WS-SLA-BROWSE-MORE      VALUE 'N'.
           05  WS-SLA-CONFIGURED-FLAG      PIC X(1).
               88  WS-SLA-CONFIGURED       VALUE 'Y'.
               88  WS-SLA-NOT-CONFIGURED   VALUE 'N'.
           05  WS-SLA-CROSSED-FLAG         PIC X(1).
               88  WS-SLA-CROSSED          VALUE 'Y'.
               88  WS-SLA-NOT-CROSSED      VALUE 'N'.
           05  WS-SLA-TRAN-ID              PIC X(4).
           05  WS-SLA-TARGET-SECS          PIC 9(5).
           05  WS-SLA-TIME-WORK            PIC 9(7).
           05  WS-SLA-TIME-HOUR            PIC 9(2).
           05  WS-SLA-TIME-MIN-SEC         PIC 9(4).
           05  WS-SLA-TIME-MIN             PIC 9(2).
           05  WS-SLA-TIME-SEC             PIC 9(2).
           05  WS-SLA-ENTRY-SECONDS        PIC S9(7).
           05  WS-SLA-EXIT-SECONDS         PIC S9(7).
           05  WS-SLA-ELAPSED-SECONDS      PIC S9(7).
           05  WS-SLA-BREACH-SHARE         PIC 9(10).
           05  WS-SLA-ALLOWED-SHARE        PIC 9(10).
           05  WS-SLA-LOG-ERROR-MSG        PIC X(60)
               VALUE 'SLA ALERT WRITE FAILED - SEE EIBRESP'.

       01  WS-SLA-ALERT-MESSAGE.
           05  FILLER                      PIC X(10)
               VALUE 'SLA ALERT '.
           05  WS-SM-TRAN-ID               PIC X(4).
           05  FILLER                      PIC X(6)  VALUE ' TERM '.
           05  WS-SM-TERM-ID               PIC X(4).
           05  FILLER                      PIC X(9)  VALUE ' ELAPSED '.
           05  WS-SM-ELAPSED               PIC ZZZZ9.
           05  FILLER                      PIC X(8)  VALUE ' TARGET '.
           05  WS-SM-TARGET                PIC ZZZZ9.
           05  FILLER                      PIC X(10)
               VALUE ' BREACHES '.
           05  WS-SM-BREACHES              PIC Z(6)9.
           05  FILLER                      PIC X(4)  VALUE ' OF '.
           05  WS-SM-COMPLETED             PIC Z(6)9.
