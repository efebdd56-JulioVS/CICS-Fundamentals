      *        COL 30-54  MEANING            (A AND C ONLY)            *
      *        COL 55-79  RECOMMENDED ACTION (A AND C ONLY)            *
      *    ENTER PROCESSES THE LINE, PF3 ENDS THE TRANSACTION.         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *   15OCT26 - JOURNALS EVERY APPLIED ADD, CHANGE AND DELETE TO   *
      *             THE MAINTENANCE CHANGE JOURNAL MNTJRNF             *
      *             (MJRNLOG.CPY) WITH BEFORE AND AFTER IMAGES,        *
      *             OPERATOR, TERMINAL AND TIME.  DELETE NOW READS FOR *
      *             UPDATE FIRST SO THE BEFORE IMAGE IS CAPTURED.      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RREFMNT.
       COPY OPERREC.
       COPY SIGNWS.
       COPY AUTHWS.
       COPY MJRNREC.
       COPY MJRNWS.

       01  WS-RREF-RESP                    PIC S9(8) COMP.

           EVALUATE WS-RREF-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WS-ADDED-MSG TO WS-RESULT-MSG
                   MOVE 'A' TO MJRN-ACTION
                   MOVE SPACES TO MJRN-BEFORE-IMAGE
                   MOVE RREF-RECORD TO MJRN-AFTER-IMAGE
                   PERFORM 6000-JOURNAL-CHANGE
               WHEN DFHRESP(DUPREC)
                   MOVE WS-DUPLICATE-MSG TO WS-RESULT-MSG
               WHEN OTHER
           END-EXEC
           EVALUATE WS-RREF-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE RREF-RECORD TO MJRN-BEFORE-IMAGE
                   MOVE WS-MI-CONDITION TO RREF-CONDITION
                   MOVE WS-MI-MEANING   TO RREF-MEANING
                   MOVE WS-MI-ACTION    TO RREF-ACTION
                   END-EXEC
                   IF WS-RREF-RESP = DFHRESP(NORMAL)
                       MOVE WS-CHANGED-MSG TO WS-RESULT-MSG
                       MOVE 'C' TO MJRN-ACTION
                       MOVE RREF-RECORD TO MJRN-AFTER-IMAGE
                       PERFORM 6000-JOURNAL-CHANGE
                   ELSE
                       MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
                   END-IF
       4300-DELETE-ENTRY.
           MOVE WS-MI-RESP-N  TO RREF-KEY-RESP
           MOVE WS-MI-RESP2-N TO RREF-KEY-RESP2
           EXEC CICS READ
               FILE('RESPREFF')
               INTO(RREF-RECORD)
               RIDFLD(RREF-KEY)
               UPDATE
               RESP(WS-RREF-RESP)
           END-EXEC
           EVALUATE WS-RREF-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE RREF-RECORD TO MJRN-BEFORE-IMAGE
                   EXEC CICS DELETE
                       FILE('RESPREFF')
                       RESP(WS-RREF-RESP)
                   END-EXEC
                   IF WS-RREF-RESP = DFHRESP(NORMAL)
                       MOVE WS-DELETED-MSG TO WS-RESULT-MSG
                       MOVE 'D' TO MJRN-ACTION
                       MOVE SPACES TO MJRN-AFTER-IMAGE
                       PERFORM 6000-JOURNAL-CHANGE
                   ELSE
                       MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE WS-NOTFOUND-MSG TO WS-RESULT-MSG
               WHEN OTHER
           END-EVALUATE
           PERFORM 7000-SEND-RESULT.

       6000-JOURNAL-CHANGE.
           MOVE 'RESPREFF' TO MJRN-KEY-FILE
           MOVE RREF-KEY TO MJRN-RECORD-KEY
           PERFORM MAINT-JOURNAL-WRITE
           IF WS-MJRN-WRITE-FAILED
               MOVE WS-MJRN-FAILED-MSG TO WS-RESULT-MSG
           END-IF.

       7000-SEND-RESULT.
           EXEC CICS SEND TEXT
               FROM(WS-RESULT-MSG)
       COPY CALENCHK.
       COPY SIGNLKUP.
       COPY AUTHCHK.
       COPY MJRNLOG.
