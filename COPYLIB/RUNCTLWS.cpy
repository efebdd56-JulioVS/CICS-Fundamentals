      *    WS-RCTL-RUN-DATE.  ACCUMULATE WS-RCTL-IN/OUT/OTHER AS THE   *
      *    RUN PROCEEDS (OR MOVE EXISTING CONTROL TOTALS IN AT THE     *
      *    END); RUN-CONTROL-END WRITES THEM TO THE END RECORD.        *
      *    MOVE THE NAME OF THE STEP THAT MUST HAVE ENDED CLEANLY TO   *
      *    WS-RCTL-PRIOR-PROGRAM BEFORE PERFORMING                     *
      *    RUN-CONTROL-VERIFY-PRIOR.                                   *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *   15OCT26 - ADDED WS-RCTL-PRIOR-PROGRAM FOR RUN-CONTROL-       *
      *             VERIFY-PRIOR.                                      *
      *****************************************************************
       01  WS-RCTL-FIELDS.
           05  WS-RCTLF-STATUS             PIC X(2).
               88  WS-RCTLF-NOTFND         VALUE '23'.
           05  WS-RCTL-PROGRAM             PIC X(8).
           05  WS-RCTL-RUN-DATE            PIC 9(8).
           05  WS-RCTL-PRIOR-PROGRAM       PIC X(8).
           05  WS-RCTL-TIME-RAW            PIC 9(8).
           05  WS-RCTL-TIME-SPLIT REDEFINES WS-RCTL-TIME-RAW.
               10  WS-RCTL-TIME-HHMMSS     PIC 9(6).
