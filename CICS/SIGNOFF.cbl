      *    PSEUDO-CONVERSATION.  A QIDERR FROM THE DELETEQ MEANS       *
      *    NOBODY WAS SIGNED ON HERE, WHICH GETS ITS OWN MESSAGE       *
      *    RATHER THAN A FAILURE.                                      *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *   15OCT26 - THE QUEUE IS READ BEFORE IT IS DELETED SO THE      *
      *             OPERATOR'S ACTIVE-SESSION RECORD ON ACTSESSF (SEE  *
      *             ACTSREC.CPY) CAN BE DELETED WITH IT.  OTHERWISE    *
      *             SIGNON'S CONCURRENT-SESSION CHECK WOULD GO ON      *
      *             SEEING THE OPERATOR AT THIS TERMINAL UNTIL THE     *
      *             SIGNON WENT STALE.                                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNOFF.

       1000-DELETE-SIGNON.
           MOVE EIBTRMID TO SIGNON-Q-TERM-ID
           EXEC CICS READQ TS
               QUEUE(SIGNON-QUEUE-NAME)
               INTO(SIGNON-RECORD)
               LENGTH(LENGTH OF SIGNON-RECORD)
               ITEM(1)
               RESP(WS-ACTS-RESP)
           END-EXEC
           IF WS-ACTS-RESP = DFHRESP(NORMAL)
               MOVE SIGNON-OPERATOR-ID TO ACTS-KEY-OPER-ID
               MOVE EIBTRMID           TO ACTS-KEY-TERM-ID
               EXEC CICS DELETE
                   FILE('ACTSESSF')
                   RIDFLD(ACTS-KEY)
                   RESP(WS-ACTS-RESP)
               END-EXEC
           END-IF
           EXEC CICS DELETEQ TS
               QUEUE(SIGNON-QUEUE-NAME)
               RESP(WS-SIGNON-RESP)
