      *****************************************************************
      *    SLACHK - REAL-TIME SLA BREACH ALERTING PARAGRAPHS           *
      *                                                                *
      *    COPIED INTO AUDITLOG.CPY SO THAT EVERY TASK AUDIT-LOG-EXIT  *
      *    MARKS COMPLETE IS ALSO MEASURED AGAINST ITS TRANSACTION'S   *
      *    CURRENT SERVICE-LEVEL TARGET ON SLATGTF (SLAREC.CPY - THE   *
      *    LATEST RECORD WHOSE EFFECTIVE DATE IS ON OR BEFORE TODAY,   *
      *    AS SLARPT APPLIES IT THE MORNING AFTER).  THE ELAPSED TIME  *
      *    IS EIBTIME AT COMPLETION LESS THE ENTRY AUDIT-TIME-EIB      *
      *    (24 HOURS ADDED ACROSS MIDNIGHT), AND A TASK BREACHES WHEN  *
      *    IT RAN LONGER THAN SLA-TARGET-SECS.  EACH MEASURED TASK     *
      *    BUMPS THE TRANSACTION'S DAILY COMPLETED COUNT ON ALRTSLAF   *
      *    (SCNT-RECORD IN ALERTREC.CPY), AND EACH BREACH ITS DAILY    *
      *    BREACH COUNT.                                               *
      *                                                                *
      *    THE ALLOWED SHARE IS THRS-SLA-PCT ON ALRTTHRF (THE          *
      *    TRANSACTION'S OWN ENTRY, OR THE '****' DEFAULT ENTRY).  THE *
      *    MOMENT THE DAY'S BREACHES PASS THAT PERCENTAGE OF THE DAY'S *
      *    COMPLETED TASKS, AN SLA ALERT (TRAN, TERMINAL, ELAPSED AND  *
      *    TARGET SECONDS, BREACHES OF COMPLETED) GOES TO THE          *
      *    THRESHOLD RECORD'S TRANSIENT-DATA DESTINATION - NORMALLY    *
      *    CSMT - AND TO THE ALOG QUEUE, AND IS RECORDED ON ALRTFIRF   *
      *    KEYED AS AN SLA ALERT (AFIR-KEY-TYPE S) SO THE ALRTCON      *
      *    CONSOLE SHOWS IT BESIDE THE EXCEPTION ALERTS AND TAKES ITS  *
      *    ACKNOWLEDGMENT THE SAME WAY.  LIKE EXCEPTION-ALERT-CHECK    *
      *    THE ALERT FIRES ON THE CROSSING, NOT ON EVERY BREACH AFTER  *
      *    IT: SCNT-SHARE-FLAG REMEMBERS THAT THE SHARE IS OVER, AND   *
      *    ONLY WHEN ENOUGH TASKS FINISH INSIDE THE TARGET TO BRING    *
      *    THE SHARE BACK DOWN CAN A LATER BREACH FIRE AGAIN - AND     *
      *    THEN ONLY WHILE THE SLA ALERT IS STILL UNACKNOWLEDGED.      *
      *    ONCE ALRTCON ACKNOWLEDGES IT, IT STAYS QUIET FOR THE REST   *
      *    OF THE DAY.                                                 *
      *                                                                *
      *    SLA-BREACH-CHECK IS PERFORMED FROM AUDIT-LOG-EXIT WITH THE  *
      *    JUST-REWRITTEN AUDIT-RECORD AND TODAY'S WS-AUDIT-CCYYDDD/   *
      *    CCYYMMDD STILL POPULATED, SO IT MUST ONLY BE PERFORMED FROM *
      *    THERE.  NO TARGET (OR NO SLATGTF) MEANS THE TASK IS NOT     *
      *    MEASURED; NO MATCHING THRESHOLD ENTRY AND NO DEFAULT ENTRY, *
      *    OR A ZERO THRS-SLA-PCT, MEANS IT IS COUNTED BUT NEVER       *
      *    ALERTED ON - THE HOST TRANSACTION IS NEVER ABENDED OVER     *
      *    ALERTING.  A FAILED COUNTER REWRITE OR ALERT WRITE IS       *
      *    SURFACED VIA SLA-ALERT-ERROR RATHER THAN DISCARDED.         *
      *****************************************************************
       SLA-BREACH-CHECK.
           MOVE AUDIT-TRAN-ID TO WS-SLA-TRAN-ID
           PERFORM SLA-TARGET-LOOKUP
           IF WS-SLA-TARGET-FOUND
               PERFORM SLA-COMPUTE-ELAPSED
               PERFORM SLA-THRESHOLD-LOOKUP
               PERFORM SLA-BREACH-COUNT
               IF WS-SLA-CROSSED
                   PERFORM SLA-ALERT-FIRE
               END-IF
           END-IF.

       SLA-TARGET-LOOKUP.
           SET WS-SLA-NO-TARGET TO TRUE
           MOVE WS-SLA-TRAN-ID TO SLA-KEY-TRAN-ID
           MOVE ZERO           TO SLA-KEY-EFF-DATE
           EXEC CICS STARTBR
               FILE('SLATGTF')
               RIDFLD(SLA-KEY)
               RESP(WS-SLA-RESP)
           END-EXEC
           IF WS-SLA-RESP = DFHRESP(NORMAL)
               SET WS-SLA-BROWSE-MORE TO TRUE
               PERFORM SLA-TARGET-READ-NEXT
                   UNTIL WS-SLA-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE('SLATGTF')
                   RESP(WS-SLA-RESP)
               END-EXEC
           END-IF.

       SLA-TARGET-READ-NEXT.
           EXEC CICS READNEXT
               FILE('SLATGTF')
               INTO(SLA-RECORD)
               RIDFLD(SLA-KEY)
               RESP(WS-SLA-RESP)
           END-EXEC
           IF WS-SLA-RESP NOT = DFHRESP(NORMAL)
               SET WS-SLA-BROWSE-DONE TO TRUE
           ELSE
               IF SLA-KEY-TRAN-ID NOT = WS-SLA-TRAN-ID
                   OR SLA-KEY-EFF-DATE > WS-AUDIT-CCYYMMDD
                   SET WS-SLA-BROWSE-DONE TO TRUE
               ELSE
                   SET WS-SLA-TARGET-FOUND TO TRUE
                   MOVE SLA-TARGET-SECS TO WS-SLA-TARGET-SECS
               END-IF
           END-IF.

       SLA-COMPUTE-ELAPSED.
           MOVE AUDIT-TIME-EIB TO WS-SLA-TIME-WORK
           PERFORM SLA-TIME-TO-SECONDS
           COMPUTE WS-SLA-ENTRY-SECONDS =
               (WS-SLA-TIME-HOUR * 3600) + (WS-SLA-TIME-MIN * 60)
               + WS-SLA-TIME-SEC
           MOVE EIBTIME TO WS-SLA-TIME-WORK
           PERFORM SLA-TIME-TO-SECONDS
           COMPUTE WS-SLA-EXIT-SECONDS =
               (WS-SLA-TIME-HOUR * 3600) + (WS-SLA-TIME-MIN * 60)
               + WS-SLA-TIME-SEC
           COMPUTE WS-SLA-ELAPSED-SECONDS =
               WS-SLA-EXIT-SECONDS - WS-SLA-ENTRY-SECONDS
           IF WS-SLA-ELAPSED-SECONDS < ZERO
               ADD 86400 TO WS-SLA-ELAPSED-SECONDS
           END-IF.

       SLA-TIME-TO-SECONDS.
           DIVIDE WS-SLA-TIME-WORK BY 10000
               GIVING WS-SLA-TIME-HOUR
               REMAINDER WS-SLA-TIME-MIN-SEC
           DIVIDE WS-SLA-TIME-MIN-SEC BY 100
               GIVING WS-SLA-TIME-MIN
               REMAINDER WS-SLA-TIME-SEC.

       SLA-THRESHOLD-LOOKUP.
           MOVE WS-SLA-TRAN-ID TO THRS-KEY-TRAN-ID
           EXEC CICS READ
               FILE('ALRTTHRF')
               INTO(THRS-RECORD)
               RIDFLD(THRS-KEY)
               RESP(WS-SLA-RESP)
           END-EXEC
           IF WS-SLA-RESP = DFHRESP(NOTFND)
               MOVE '****' TO THRS-KEY-TRAN-ID
               EXEC CICS READ
                   FILE('ALRTTHRF')
                   INTO(THRS-RECORD)
                   RIDFLD(THRS-KEY)
                   RESP(WS-SLA-RESP)
               END-EXEC
           END-IF
           IF WS-SLA-RESP = DFHRESP(NORMAL)
               AND THRS-SLA-PCT NOT = ZERO
               SET WS-SLA-CONFIGURED TO TRUE
           ELSE
               SET WS-SLA-NOT-CONFIGURED TO TRUE
           END-IF.

       SLA-BREACH-COUNT.
           SET WS-SLA-NOT-CROSSED TO TRUE
           MOVE WS-SLA-TRAN-ID         TO SCNT-KEY-TRAN-ID
           MOVE WS-AUDIT-CCYYDDD       TO SCNT-KEY-DATE
           EXEC CICS READ
               FILE('ALRTSLAF')
               INTO(SCNT-RECORD)
               RIDFLD(SCNT-KEY)
               UPDATE
               RESP(WS-SLA-RESP)
           END-EXEC
           EVALUATE WS-SLA-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM SLA-BREACH-TALLY
                   EXEC CICS REWRITE
                       FILE('ALRTSLAF')
                       FROM(SCNT-RECORD)
                       RESP(WS-SLA-RESP)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   MOVE WS-SLA-TRAN-ID     TO SCNT-KEY-TRAN-ID
                   MOVE WS-AUDIT-CCYYDDD   TO SCNT-KEY-DATE
                   MOVE ZERO               TO SCNT-COMPLETE-COUNT
                   MOVE ZERO               TO SCNT-BREACH-COUNT
                   SET SCNT-WITHIN-SHARE   TO TRUE
                   PERFORM SLA-BREACH-TALLY
                   EXEC CICS WRITE
                       FILE('ALRTSLAF')
                       FROM(SCNT-RECORD)
                       RIDFLD(SCNT-KEY)
                       RESP(WS-SLA-RESP)
                   END-EXEC
           END-EVALUATE
           IF WS-SLA-RESP NOT = DFHRESP(NORMAL)
               SET WS-SLA-NOT-CROSSED TO TRUE
               PERFORM SLA-ALERT-ERROR
           END-IF.

       SLA-BREACH-TALLY.
           ADD 1 TO SCNT-COMPLETE-COUNT
           IF WS-SLA-ELAPSED-SECONDS > WS-SLA-TARGET-SECS
               ADD 1 TO SCNT-BREACH-COUNT
           END-IF
           IF WS-SLA-CONFIGURED
               COMPUTE WS-SLA-BREACH-SHARE =
                   SCNT-BREACH-COUNT * 100
               COMPUTE WS-SLA-ALLOWED-SHARE =
                   SCNT-COMPLETE-COUNT * THRS-SLA-PCT
               IF WS-SLA-BREACH-SHARE > WS-SLA-ALLOWED-SHARE
                   IF SCNT-WITHIN-SHARE
                       SET SCNT-OVER-SHARE TO TRUE
                       SET WS-SLA-CROSSED TO TRUE
                   END-IF
               ELSE
                   SET SCNT-WITHIN-SHARE TO TRUE
               END-IF
           END-IF.

       SLA-ALERT-FIRE.
           MOVE WS-SLA-TRAN-ID         TO AFIR-KEY-TRAN-ID
           MOVE WS-AUDIT-CCYYDDD       TO AFIR-KEY-DATE
           SET AFIR-SLA-ALERT          TO TRUE
           EXEC CICS READ
               FILE('ALRTFIRF')
               INTO(AFIR-RECORD)
               RIDFLD(AFIR-KEY)
               RESP(WS-SLA-RESP)
           END-EXEC
           EVALUATE WS-SLA-RESP
               WHEN DFHRESP(NORMAL)
                   IF AFIR-NOT-ACKNOWLEDGED
                       PERFORM SLA-ALERT-SEND
                       PERFORM SLA-ALERT-RECORD
                   END-IF
               WHEN DFHRESP(NOTFND)
                   PERFORM SLA-ALERT-SEND
                   PERFORM SLA-ALERT-RECORD
               WHEN OTHER
                   PERFORM SLA-ALERT-ERROR
           END-EVALUATE.

       SLA-ALERT-SEND.
           MOVE WS-SLA-TRAN-ID         TO WS-SM-TRAN-ID
           MOVE AUDIT-KEY-TERM-ID      TO WS-SM-TERM-ID
           MOVE WS-SLA-ELAPSED-SECONDS TO WS-SM-ELAPSED
           MOVE WS-SLA-TARGET-SECS     TO WS-SM-TARGET
           MOVE SCNT-BREACH-COUNT      TO WS-SM-BREACHES
           MOVE SCNT-COMPLETE-COUNT    TO WS-SM-COMPLETED
           EXEC CICS WRITEQ TD
               QUEUE(THRS-DEST)
               FROM(WS-SLA-ALERT-MESSAGE)
               LENGTH(LENGTH OF WS-SLA-ALERT-MESSAGE)
               RESP(WS-SLA-RESP)
           END-EXEC
           IF WS-SLA-RESP NOT = DFHRESP(NORMAL)
               PERFORM SLA-ALERT-ERROR
           END-IF
           EXEC CICS WRITEQ TD
               QUEUE(WS-ALERT-LOG-QUEUE)
               FROM(WS-SLA-ALERT-MESSAGE)
               LENGTH(LENGTH OF WS-SLA-ALERT-MESSAGE)
               RESP(WS-SLA-RESP)
           END-EXEC
           IF WS-SLA-RESP NOT = DFHRESP(NORMAL)
               PERFORM SLA-ALERT-ERROR
           END-IF.

       SLA-ALERT-RECORD.
           MOVE WS-SLA-TRAN-ID         TO AFIR-KEY-TRAN-ID
           MOVE WS-AUDIT-CCYYDDD       TO AFIR-KEY-DATE
           SET AFIR-SLA-ALERT          TO TRUE
           EXEC CICS READ
               FILE('ALRTFIRF')
               INTO(AFIR-RECORD)
               RIDFLD(AFIR-KEY)
               UPDATE
               RESP(WS-SLA-RESP)
           END-EXEC
           EVALUATE WS-SLA-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM SLA-ALERT-FILL
                   EXEC CICS REWRITE
                       FILE('ALRTFIRF')
                       FROM(AFIR-RECORD)
                       RESP(WS-SLA-RESP)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   MOVE WS-SLA-TRAN-ID     TO AFIR-KEY-TRAN-ID
                   MOVE WS-AUDIT-CCYYDDD   TO AFIR-KEY-DATE
                   SET AFIR-SLA-ALERT      TO TRUE
                   PERFORM SLA-ALERT-FILL
                   EXEC CICS WRITE
                       FILE('ALRTFIRF')
                       FROM(AFIR-RECORD)
                       RIDFLD(AFIR-KEY)
                       RESP(WS-SLA-RESP)
                   END-EXEC
           END-EVALUATE
           IF WS-SLA-RESP NOT = DFHRESP(NORMAL)
               PERFORM SLA-ALERT-ERROR
           END-IF.

       SLA-ALERT-FILL.
           MOVE AUDIT-KEY-TERM-ID      TO AFIR-TERM-ID
           MOVE SCNT-COMPLETE-COUNT    TO AFIR-SLA-COMPLETE-COUNT
           MOVE WS-SLA-TARGET-SECS     TO AFIR-SLA-TARGET-SECS
           MOVE SCNT-BREACH-COUNT      TO AFIR-COUNT
           MOVE EIBTIME                TO AFIR-TIME-EIB
           SET AFIR-NOT-ACKNOWLEDGED   TO TRUE
           MOVE SPACES                 TO AFIR-ACK-OPERATOR-ID
           MOVE ZERO                   TO AFIR-ACK-TIME-EIB.

       SLA-ALERT-ERROR.
           EXEC CICS SEND TEXT
               FROM(WS-SLA-LOG-ERROR-MSG)
               LENGTH(LENGTH OF WS-SLA-LOG-ERROR-MSG)
           END-EXEC.
