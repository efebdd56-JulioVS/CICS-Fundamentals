      *             CONSERVATIVE ANSWER FOR AUDIT INTEGRITY.  THE      *
      *             SIGNOFF TRANSACTION (SIGNOFF.CBL) IS THE EXPLICIT  *
      *             COMPANION: IT DELETES THE QUEUE OUTRIGHT.          *
      *   15OCT26 - A STALE SIGNON FOUND BY SIGNON-LOOKUP IS NOW       *
      *             EXPIRED FOR GOOD (SIGNON-SESSION-EXPIRE): THE      *
      *             TERMINAL'S QUEUE AND THE OPERATOR'S ACTSESSF       *
      *             ACTIVE-SESSION RECORD (ACTSREC.CPY) ARE BOTH       *
      *             DELETED, SO THE OPERATOR-KEYED VIEW USED BY        *
      *             SIGNON'S CONCURRENT-SESSION CHECK AND SESSINQ      *
      *             STAYS IN STEP.  SIGNON ALSO PERFORMS THE EXPIRY    *
      *             FOR A STALE SESSION IT FINDS ON ANOTHER TERMINAL - *
      *             MOVE THAT TERMINAL AND OPERATOR TO                 *
      *             SIGNON-Q-TERM-ID/SIGNON-OPERATOR-ID FIRST.  A      *
      *             NOTFND OR QIDERR MEANS ALREADY GONE AND IS         *
      *             IGNORED.                                           *
      *****************************************************************
       SIGNON-LOOKUP.
           MOVE EIBTRMID TO SIGNON-Q-TERM-ID
               PERFORM SIGNON-AGE-CHECK
               IF WS-SIGNON-STALE
                   MOVE SPACES TO WS-CURRENT-OPERATOR-ID
                   PERFORM SIGNON-SESSION-EXPIRE
               ELSE
                   MOVE SIGNON-OPERATOR-ID TO WS-CURRENT-OPERATOR-ID
               END-IF
           COMPUTE WS-SIGNON-SECONDS-OUT =
               (WS-SIGNON-TIME-HOUR * 3600)
               + (WS-SIGNON-TIME-MIN * 60) + WS-SIGNON-TIME-SEC.

       SIGNON-SESSION-EXPIRE.
           MOVE SIGNON-OPERATOR-ID TO ACTS-KEY-OPER-ID
           MOVE SIGNON-Q-TERM-ID   TO ACTS-KEY-TERM-ID
           EXEC CICS DELETE
               FILE('ACTSESSF')
               RIDFLD(ACTS-KEY)
               RESP(WS-ACTS-RESP)
           END-EXEC
           EXEC CICS DELETEQ TS
               QUEUE(SIGNON-QUEUE-NAME)
               RESP(WS-ACTS-RESP)
           END-EXEC.
