      *             INSTEAD OF CONFIRMED, SO THE AUDIT-OPERATOR-ID     *
      *             THAT OPERRPT AND THE SECURITY REVIEWERS RELY ON    *
      *             CAN NO LONGER BE A TYPO OR A NICKNAME.             *
      *   15OCT26 - CONCURRENT-SESSION CONTROL.  EVERY SIGNON IS NOW   *
      *             ALSO RECORDED ON THE OPERATOR-KEYED ACTIVE-SESSION *
      *             FILE ACTSESSF (SEE ACTSREC.CPY), AND THE RECORD OF *
      *             WHOEVER WAS SIGNED ON AT THIS TERMINAL BEFORE IS   *
      *             REMOVED.  BEFORE STORING, THE OPERATOR'S SESSIONS  *
      *             ON OTHER TERMINALS ARE BROWSED: A STALE ONE        *
      *             (SIGNON-AGE-CHECK) IS EXPIRED ON THE SPOT, AND A   *
      *             CURRENT ONE REFUSES THE SIGNON, NAMING THE OTHER   *
      *             TERMINAL - UNLESS A SUPERVISOR ID IS KEYED AFTER   *
      *             THE OPERATOR ID (COLS 9-16).  THE SUPERVISOR MUST  *
      *             BE A DIFFERENT, ACTIVE OPERATOR HOLDING A TRANAUTF *
      *             GRANT (OWN OR DEPARTMENT) FOR THE OVERRIDE CODE    *
      *             SOVR - REGISTER SOVR ON TRANREGF SO AUTHRCRT       *
      *             RECERTIFIES THOSE GRANTS LIKE ANY OTHER.  THE      *
      *             OVERRIDING SUPERVISOR IS KEPT ON THE SESSION       *
      *             RECORD AND SHOWN BY SESSINQ.  IF THE SESSION       *
      *             RECORD CANNOT BE WRITTEN THE SIGNON IS BACKED OUT  *
      *             AND REPORTED FAILED, SO THE CHECK CANNOT BE        *
      *             BYPASSED BY A MISSING RECORD.                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
       COPY DFHEIBLK.
       COPY SIGNWS.
       COPY OPERREC.
       COPY AUTHREC.

       01  WS-SIGNON-SCREEN-MSG            PIC X(40)
           VALUE 'ENTER YOUR OPERATOR ID AND PRESS ENTER'.
           VALUE 'OPERATOR ID IS REQUIRED'.
       01  WS-SIGNON-DATE-ERROR-MSG        PIC X(40)
           VALUE 'SIGNON SKIPPED - EIBDATE INVALID'.
       01  WS-SIGNON-ACTIVE-MSG.
           05  FILLER                      PIC X(13)
               VALUE 'SIGNED ON AT '.
           05  WS-SAM-TERM-ID              PIC X(4).
           05  FILLER                      PIC X(23)
               VALUE ' - NEEDS SUPV OVERRIDE'.
       01  WS-SIGNON-OVERRIDE-BAD-MSG      PIC X(40)
           VALUE 'SUPERVISOR OVERRIDE REFUSED'.
       01  WS-SIGNON-OVERRIDE-OK-MSG       PIC X(40)
           VALUE 'SIGNED ON - SUPERVISOR OVERRIDE'.

       01  WS-SIGNON-INPUT.
           05  WS-OPERATOR-INPUT           PIC X(8).
           05  WS-OVERRIDE-INPUT           PIC X(8).

       01  WS-SESSION-FIELDS.
           05  WS-OVERRIDE-TRAN-ID         PIC X(4) VALUE 'SOVR'.
           05  WS-SESSION-OK-FLAG          PIC X(1).
               88  WS-SESSION-OK           VALUE 'Y'.
               88  WS-SESSION-REFUSED      VALUE 'N'.
           05  WS-OVERRIDE-USED-FLAG       PIC X(1).
               88  WS-OVERRIDE-USED        VALUE 'Y'.
               88  WS-OVERRIDE-NOT-USED    VALUE 'N'.
           05  WS-SESSION-BROWSE-SWITCH    PIC X(1).
               88  WS-SESSION-BROWSE-DONE  VALUE 'Y'.
               88  WS-SESSION-BROWSE-MORE  VALUE 'N'.
           05  WS-CURRENT-SESSION-COUNT    PIC 9(3).
           05  WS-OTHER-TERM-ID            PIC X(4).
           05  WS-OTHER-USED               PIC 9(2).
           05  WS-OTHER-SUBSCRIPT          PIC 9(2).
           05  WS-OTHER-SESSION OCCURS 20 TIMES.
               10  WS-OS-TERM-ID           PIC X(4).
               10  WS-OS-DATE-EIB          PIC S9(7) COMP-3.
               10  WS-OS-TIME-EIB          PIC S9(7) COMP-3.

       01  WS-OPERMST-FIELDS.
           05  WS-OPERMST-RESP             PIC S9(8) COMP.
           END-EXEC
           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(WS-SIGNON-INPUT)
               LENGTH(LENGTH OF WS-SIGNON-INPUT)
           END-EXEC.

       2000-RECEIVE-OPERATOR-ID.
           MOVE SPACES TO WS-SIGNON-INPUT
           EXEC CICS RECEIVE
               INTO(WS-SIGNON-INPUT)
               LENGTH(LENGTH OF WS-SIGNON-INPUT)
               RESP(WS-SIGNON-RESP)
           END-EXEC
           IF WS-SIGNON-RESP = DFHRESP(NORMAL)
               PERFORM 2500-VALIDATE-OPERATOR-ID
               IF WS-OPERMST-OK
                   PERFORM 2700-CHECK-CONCURRENT-SESSION
               END-IF
               IF WS-OPERMST-OK AND WS-SESSION-OK
                   PERFORM 3000-STORE-SIGNON
                   IF WS-SIGNON-RESP = DFHRESP(NORMAL)
                       IF WS-OVERRIDE-USED
                           MOVE WS-SIGNON-OVERRIDE-OK-MSG
                               TO WS-SIGNON-SCREEN-MSG
                       ELSE
                           MOVE WS-SIGNON-CONFIRM-MSG
                               TO WS-SIGNON-SCREEN-MSG
                       END-IF
                   ELSE
                       MOVE WS-SIGNON-FAILED-MSG
                           TO WS-SIGNON-SCREEN-MSG
               END-IF
           END-IF.

      *    THE OPERATOR'S SESSIONS ON OTHER TERMINALS ARE COLLECTED
      *    FIRST AND THE BROWSE ENDED BEFORE ANY STALE ONE IS DELETED,
      *    SO THE TASK NEVER UPDATES ACTSESSF UNDER ITS OWN BROWSE.
       2700-CHECK-CONCURRENT-SESSION.
           SET WS-SESSION-OK TO TRUE
           SET WS-OVERRIDE-NOT-USED TO TRUE
           MOVE ZERO TO WS-OTHER-USED
           MOVE ZERO TO WS-CURRENT-SESSION-COUNT
           MOVE WS-OPERATOR-INPUT TO ACTS-KEY-OPER-ID
           MOVE LOW-VALUES TO ACTS-KEY-TERM-ID
           EXEC CICS STARTBR
               FILE('ACTSESSF')
               RIDFLD(ACTS-KEY)
               RESP(WS-ACTS-RESP)
           END-EXEC
           IF WS-ACTS-RESP = DFHRESP(NORMAL)
               SET WS-SESSION-BROWSE-MORE TO TRUE
               PERFORM 2710-READ-NEXT-SESSION
                   UNTIL WS-SESSION-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE('ACTSESSF')
                   RESP(WS-ACTS-RESP)
               END-EXEC
           END-IF
           PERFORM 2720-AGE-OTHER-SESSION
               VARYING WS-OTHER-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-OTHER-SUBSCRIPT > WS-OTHER-USED
           IF WS-CURRENT-SESSION-COUNT > ZERO
               IF WS-OVERRIDE-INPUT = SPACES
                   SET WS-SESSION-REFUSED TO TRUE
                   MOVE WS-OTHER-TERM-ID TO WS-SAM-TERM-ID
                   MOVE WS-SIGNON-ACTIVE-MSG TO WS-SIGNON-SCREEN-MSG
               ELSE
                   PERFORM 2800-VALIDATE-SUPERVISOR
               END-IF
           END-IF.

       2710-READ-NEXT-SESSION.
           EXEC CICS READNEXT
               FILE('ACTSESSF')
               INTO(ACTS-RECORD)
               RIDFLD(ACTS-KEY)
               RESP(WS-ACTS-RESP)
           END-EXEC
           IF WS-ACTS-RESP NOT = DFHRESP(NORMAL)
               OR ACTS-KEY-OPER-ID NOT = WS-OPERATOR-INPUT
               SET WS-SESSION-BROWSE-DONE TO TRUE
           ELSE
               IF ACTS-KEY-TERM-ID NOT = EIBTRMID
                   AND WS-OTHER-USED < 20
                   ADD 1 TO WS-OTHER-USED
                   MOVE ACTS-KEY-TERM-ID
                       TO WS-OS-TERM-ID(WS-OTHER-USED)
                   MOVE ACTS-DATE-EIB
                       TO WS-OS-DATE-EIB(WS-OTHER-USED)
                   MOVE ACTS-TIME-EIB
                       TO WS-OS-TIME-EIB(WS-OTHER-USED)
               END-IF
           END-IF.

       2720-AGE-OTHER-SESSION.
           MOVE WS-OS-DATE-EIB(WS-OTHER-SUBSCRIPT) TO SIGNON-DATE-EIB
           MOVE WS-OS-TIME-EIB(WS-OTHER-SUBSCRIPT) TO SIGNON-TIME-EIB
           PERFORM SIGNON-AGE-CHECK
           IF WS-SIGNON-STALE
               MOVE WS-OS-TERM-ID(WS-OTHER-SUBSCRIPT)
                   TO SIGNON-Q-TERM-ID
               MOVE WS-OPERATOR-INPUT TO SIGNON-OPERATOR-ID
               PERFORM SIGNON-SESSION-EXPIRE
           ELSE
               IF WS-CURRENT-SESSION-COUNT = ZERO
                   MOVE WS-OS-TERM-ID(WS-OTHER-SUBSCRIPT)
                       TO WS-OTHER-TERM-ID
               END-IF
               ADD 1 TO WS-CURRENT-SESSION-COUNT
           END-IF.

       2800-VALIDATE-SUPERVISOR.
           SET WS-SESSION-REFUSED TO TRUE
           MOVE WS-SIGNON-OVERRIDE-BAD-MSG TO WS-SIGNON-SCREEN-MSG
           IF WS-OVERRIDE-INPUT NOT = WS-OPERATOR-INPUT
               MOVE WS-OVERRIDE-INPUT TO OPER-KEY-OPER-ID
               EXEC CICS READ
                   FILE('OPERMSTF')
                   INTO(OPER-RECORD)
                   RIDFLD(OPER-KEY)
                   RESP(WS-OPERMST-RESP)
               END-EXEC
               IF WS-OPERMST-RESP = DFHRESP(NORMAL)
                   AND OPER-STAT-ACTIVE
                   AND WS-TODAY-CCYYMMDD >= OPER-EFF-DATE
                   AND (OPER-EXP-DATE = ZERO
                       OR WS-TODAY-CCYYMMDD <= OPER-EXP-DATE)
                   PERFORM 2810-READ-OVERRIDE-GRANT
               END-IF
           END-IF.

       2810-READ-OVERRIDE-GRANT.
           MOVE WS-OVERRIDE-INPUT   TO AUTH-KEY-SUBJECT
           MOVE WS-OVERRIDE-TRAN-ID TO AUTH-KEY-TRAN-ID
           EXEC CICS READ
               FILE('TRANAUTF')
               INTO(AUTH-RECORD)
               RIDFLD(AUTH-KEY)
               RESP(WS-OPERMST-RESP)
           END-EXEC
           IF WS-OPERMST-RESP = DFHRESP(NOTFND)
               MOVE OPER-DEPT           TO AUTH-KEY-SUBJECT
               MOVE WS-OVERRIDE-TRAN-ID TO AUTH-KEY-TRAN-ID
               EXEC CICS READ
                   FILE('TRANAUTF')
                   INTO(AUTH-RECORD)
                   RIDFLD(AUTH-KEY)
                   RESP(WS-OPERMST-RESP)
               END-EXEC
           END-IF
           IF WS-OPERMST-RESP = DFHRESP(NORMAL)
               SET WS-SESSION-OK TO TRUE
               SET WS-OVERRIDE-USED TO TRUE
           END-IF.

       3000-STORE-SIGNON.
           PERFORM 3100-REMOVE-PREVIOUS-SESSION
           MOVE EIBTRMID           TO SIGNON-Q-TERM-ID
           MOVE WS-OPERATOR-INPUT  TO SIGNON-OPERATOR-ID
           MOVE EIBDATE            TO SIGNON-DATE-EIB
               FROM(SIGNON-RECORD)
               LENGTH(LENGTH OF SIGNON-RECORD)
               RESP(WS-SIGNON-RESP)
           END-EXEC
           IF WS-SIGNON-RESP = DFHRESP(NORMAL)
               PERFORM 3200-WRITE-SESSION
           END-IF.

       3100-REMOVE-PREVIOUS-SESSION.
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
           END-IF.

       3200-WRITE-SESSION.
           MOVE WS-OPERATOR-INPUT  TO ACTS-KEY-OPER-ID
           MOVE EIBTRMID           TO ACTS-KEY-TERM-ID
           MOVE EIBDATE            TO ACTS-DATE-EIB
           MOVE EIBTIME            TO ACTS-TIME-EIB
           IF WS-OVERRIDE-USED
               MOVE WS-OVERRIDE-INPUT TO ACTS-OVERRIDE-BY
           ELSE
               MOVE SPACES TO ACTS-OVERRIDE-BY
           END-IF
           EXEC CICS WRITE
               FILE('ACTSESSF')
               FROM(ACTS-RECORD)
               RIDFLD(ACTS-KEY)
               RESP(WS-ACTS-RESP)
           END-EXEC
           IF WS-ACTS-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-ACTS-RESP TO WS-SIGNON-RESP
               EXEC CICS DELETEQ TS
                   QUEUE(SIGNON-QUEUE-NAME)
                   RESP(WS-ACTS-RESP)
               END-EXEC
           END-IF.

       COPY SIGNLKUP.
