      *             EXIT-TIME EIBTIME NOW GOES TO AUDIT-TIME-EXIT-EIB  *
      *             (ZEROED AT ENTRY) SO THE ELAPSRPT BATCH REPORT CAN *
      *             SHOW HOW LONG EACH TASK ACTUALLY RAN.              *
      *   15OCT26 - AFTER A SUCCESSFUL COMPLETION REWRITE, AUDIT-LOG-  *
      *             EXIT NOW PERFORMS SLA-BREACH-CHECK (SLACHK.CPY,    *
      *             PULLED IN BELOW LIKE SIGNLKUP), WHICH TIMES THE    *
      *             TASK AGAINST ITS CURRENT SLATGTF TARGET, KEEPS THE *
      *             DAILY COMPLETED AND BREACH COUNTS ON ALRTSLAF AND  *
      *             FIRES AN SLA ALERT THROUGH ALRTFIRF, CSMT AND ALOG *
      *             WHEN THE DAY'S BREACHES PASS THE ALRTTHRF SHARE.   *
      *             THE HOST MUST ALSO CARRY ALERTWS (VIA EXCPWS) -    *
      *             SEE SLAWS.CPY.                                     *
      *****************************************************************
       COPY SIGNLKUP.
       COPY SLACHK.

       AUDIT-LOG-ENTRY.
           MOVE EIBTRMID               TO AUDIT-KEY-TERM-ID
               END-IF
               IF WS-AUDIT-RESP NOT = DFHRESP(NORMAL)
                   PERFORM AUDIT-LOG-ERROR
               ELSE
                   PERFORM SLA-BREACH-CHECK
               END-IF
           END-IF.

