      *             ON TRANAUTF CAN MAINTAIN THE OPERATOR MASTER;      *
      *             REFUSALS ARE MESSAGED AND LOGGED TO VIOLF BY THE   *
      *             CHECK.                                             *
      *   15OCT26 - JOURNALS EVERY APPLIED ADD, CHANGE AND DELETE TO   *
      *             THE MAINTENANCE CHANGE JOURNAL MNTJRNF             *
      *             (MJRNLOG.CPY) WITH BEFORE AND AFTER IMAGES,        *
      *             OPERATOR, TERMINAL AND TIME.  DELETE NOW READS FOR *
      *             UPDATE FIRST SO THE BEFORE IMAGE IS CAPTURED.      *
      *   15OCT26 - ADD AND CHANGE NOW REJECT A DEPARTMENT THAT IS NOT *
      *             ON THE DEPARTMENT MASTER DEPTMSTF OR IS INACTIVE   *
      *             THERE (DEPARTMENT-VALIDATE, DEPTCHK.CPY).          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       COPY TREGREC.
       COPY SIGNWS.
       COPY AUTHWS.
       COPY MJRNREC.
       COPY MJRNWS.
       COPY DEPTWS.

       01  WS-OPER-RESP                    PIC S9(8) COMP.

               ELSE
                   PERFORM 3600-EDIT-EXPIRY-DATE
               END-IF
           END-IF
           IF WS-EDIT-OK
               MOVE WS-MI-DEPT TO WS-DEPT-CHECK-CODE
               PERFORM DEPARTMENT-VALIDATE
               IF NOT WS-DEPT-CHECK-OK
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE WS-DEPT-CHECK-MSG TO WS-RESULT-MSG
               END-IF
           END-IF.

       3600-EDIT-EXPIRY-DATE.
               EVALUATE WS-OPER-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE WS-ADDED-MSG TO WS-RESULT-MSG
                       MOVE 'A' TO MJRN-ACTION
                       MOVE SPACES TO MJRN-BEFORE-IMAGE
                       MOVE OPER-RECORD TO MJRN-AFTER-IMAGE
                       PERFORM 6000-JOURNAL-CHANGE
                   WHEN DFHRESP(DUPREC)
                       MOVE WS-DUPLICATE-MSG TO WS-RESULT-MSG
                   WHEN OTHER
               END-EXEC
               EVALUATE WS-OPER-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE OPER-RECORD TO MJRN-BEFORE-IMAGE
                       MOVE WS-MI-NAME         TO OPER-NAME
                       MOVE WS-MI-DEPT         TO OPER-DEPT
                       MOVE WS-MI-STATUS       TO OPER-STATUS
                       END-EXEC
                       IF WS-OPER-RESP = DFHRESP(NORMAL)
                           MOVE WS-CHANGED-MSG TO WS-RESULT-MSG
                           MOVE 'C' TO MJRN-ACTION
                           MOVE OPER-RECORD TO MJRN-AFTER-IMAGE
                           PERFORM 6000-JOURNAL-CHANGE
                       ELSE
                           MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
                       END-IF

       4300-DELETE-ENTRY.
           MOVE WS-MI-OPER-ID TO OPER-KEY-OPER-ID
           EXEC CICS READ
               FILE('OPERMSTF')
               INTO(OPER-RECORD)
               RIDFLD(OPER-KEY)
               UPDATE
               RESP(WS-OPER-RESP)
           END-EXEC
           EVALUATE WS-OPER-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE OPER-RECORD TO MJRN-BEFORE-IMAGE
                   EXEC CICS DELETE
                       FILE('OPERMSTF')
                       RESP(WS-OPER-RESP)
                   END-EXEC
                   IF WS-OPER-RESP = DFHRESP(NORMAL)
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
           MOVE 'OPERMSTF' TO MJRN-KEY-FILE
           MOVE OPER-KEY TO MJRN-RECORD-KEY
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
       COPY DEPTCHK.
