      *             THEN THE EIBRESP2-ZERO DEFAULT), BLANK WHEN NO     *
      *             ENTRY EXISTS.  A REFERENCE-FILE MISS NEVER         *
      *             SUPPRESSES THE ALERT ITSELF.                       *
      *   15OCT26 - ALRTFIRF NOW ALSO HOLDS SLA ALERTS (SLACHK.CPY),   *
      *             SO THE FIRED-ALERT RECORD READ, ESCALATED AND      *
      *             WRITTEN HERE IS KEYED AS AN EXCEPTION ALERT (AFIR- *
      *             KEY-TYPE E) AND AN ACKNOWLEDGED SLA ALERT FOR THE  *
      *             SAME TRANSACTION DOES NOT SILENCE IT.              *
      *****************************************************************
       EXCEPTION-ALERT-CHECK.
           PERFORM EXCEPTION-ALERT-COUNT
       EXCEPTION-ALERT-REALERT.
           MOVE EXCP-KEY-TRAN-ID       TO AFIR-KEY-TRAN-ID
           MOVE EXCP-KEY-DATE          TO AFIR-KEY-DATE
           SET AFIR-EXCEPTION-ALERT    TO TRUE
           EXEC CICS READ
               FILE('ALRTFIRF')
               INTO(AFIR-RECORD)
       EXCEPTION-ALERT-RECORD.
           MOVE EXCP-KEY-TRAN-ID       TO AFIR-KEY-TRAN-ID
           MOVE EXCP-KEY-DATE          TO AFIR-KEY-DATE
           SET AFIR-EXCEPTION-ALERT    TO TRUE
           EXEC CICS READ
               FILE('ALRTFIRF')
               INTO(AFIR-RECORD)
               WHEN DFHRESP(NOTFND)
                   MOVE EXCP-KEY-TRAN-ID   TO AFIR-KEY-TRAN-ID
                   MOVE EXCP-KEY-DATE      TO AFIR-KEY-DATE
                   SET AFIR-EXCEPTION-ALERT TO TRUE
                   PERFORM EXCEPTION-ALERT-FILL
                   EXEC CICS WRITE
                       FILE('ALRTFIRF')
