      *****************************************************************
      *    INTVSTAT - INTRADAY INTERVAL STATISTICS COLLECTOR           *
      *                                                                *
      *    A SELF-RESTARTING BACKGROUND TASK.  EACH CYCLE BROWSES      *
      *    AUDITF AND EXCEPTF FOR THE INTERVAL JUST ENDED - FROM THE   *
      *    END OF THE LAST COLLECTED INTERVAL ON INTVCTLF UP TO NOW -  *
      *    AND WRITES ONE SUMMARY RECORD PER TRANSACTION TO THE        *
      *    INTRADAY STATISTICS FILE INTVSTF (SEE INTVREC.CPY): TASK    *
      *    COUNT, COMPLETED/ENTRY-ONLY SPLIT, EXCEPTION COUNT AND      *
      *    AVERAGE/MAXIMUM ELAPSED SECONDS, COMPUTED THE WAY ACTHIST   *
      *    COMPUTES THEM FOR THE DAY, PLUS A '****' TOTALS RECORD FOR  *
      *    THE INTERVAL.  IT THEN RECORDS THE NEW INTERVAL END AND     *
      *    ISSUES EXEC CICS START FOR ITS OWN TRANSACTION AFTER THE    *
      *    INTERVAL LENGTH HELD ON INTVCTLF, SO THE NEXT CYCLE RUNS    *
      *    WITH NO TERMINAL AND NO OPERATOR.  THE FIRST CYCLE OF A     *
      *    NEW DAY FIRST CLOSES OFF THE PREVIOUS DAY UP TO MIDNIGHT,   *
      *    THEN COLLECTS TODAY FROM 00.00.00, SO EACH DAY'S INTERVALS  *
      *    COVER THE WHOLE DAY.  A CYCLE THAT FINDS THE COLLECTOR      *
      *    STOPPED ENDS WITHOUT RESTARTING.                            *
      *                                                                *
      *    ENTERED FROM A TERMINAL, THE SAME TRANSACTION IS THE        *
      *    OPERATIONS DESK'S CONTROL SCREEN.  HOUSE CONVENTIONS:       *
      *    AIDKEYS/AIDCHECK FOR KEY HANDLING, CALENCHK ON              *
      *    RE-INVOCATION, SEND TEXT/RECEIVE PSEUDO-CONVERSATION        *
      *    MODELLED ON ALRTMNT.CBL, GUARDED BY                         *
      *    TRANSACTION-AUTHORIZE-CHECK (AUTHCHK.CPY), AND EVERY        *
      *    APPLIED CHANGE JOURNALED TO MNTJRNF (MJRNLOG.CPY).  INPUT   *
      *    IS A SINGLE KEYED LINE:                                     *
      *        COL 1      FUNCTION - I NQUIRE, S TART (OR SET THE      *
      *                   INTERVAL OF A RUNNING COLLECTOR), P STOP     *
      *        COL 2-4    INTERVAL MINUTES, 005-240 (S ONLY - SPACES   *
      *                   KEEPS THE CURRENT SETTING, OR 15 THE FIRST   *
      *                   TIME)                                        *
      *    ENTER PROCESSES THE LINE, PF3 ENDS THE TRANSACTION.         *
      *                                                                *
      *    ONLY ONE CYCLE IS EVER PENDING: EVERY START IS ISSUED       *
      *    UNDER THE FIXED REQID 'INTVSTAT' AFTER CANCELLING ANY       *
      *    PENDING ONE, SO A NEW INTERVAL TAKES EFFECT AT ONCE AND A   *
      *    STOP CANCELS THE WAITING CYCLE.  WITH NO TERMINAL TO TELL,  *
      *    A FAILED FILE REQUEST OR RESTART IN A BACKGROUND CYCLE IS   *
      *    REPORTED TO CSMT; A FAILED RESTART MEANS THE DESK MUST      *
      *    START THE COLLECTOR AGAIN.                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTVSTAT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DFHEIBLK.
       COPY AIDKEYS.
       COPY CALENWS.
       COPY AUDITREC.
       COPY EXCPREC.
       COPY INTVREC.
       COPY TREGREC.
       COPY OPERREC.
       COPY SIGNWS.
       COPY AUTHWS.
       COPY MJRNREC.
       COPY MJRNWS.

       01  WS-INTV-RESP                    PIC S9(8) COMP.

       01  WS-CYCLE-FIELDS.
           05  WS-INTV-REQID               PIC X(8)  VALUE 'INTVSTAT'.
           05  WS-START-DATA               PIC X(8)  VALUE 'INTVCYCL'.
           05  WS-RETRIEVE-DATA            PIC X(8).
           05  WS-RETRIEVE-LENGTH          PIC S9(4) COMP.
           05  WS-INTERVAL-HHMMSS          PIC S9(7) COMP-3.
           05  WS-INTERVAL-HOURS           PIC 9(2).
           05  WS-INTERVAL-MINUTES         PIC 9(2).
           05  WS-DEFAULT-MINS             PIC 9(3)  VALUE 15.
           05  WS-LOWEST-MINS              PIC 9(3)  VALUE 5.
           05  WS-HIGHEST-MINS             PIC 9(3)  VALUE 240.
           05  WS-TODAY-CCYYDDD            PIC 9(7).
           05  WS-TODAY-CCYYMMDD           PIC 9(8).
           05  WS-TODAY-DATE-VALID         PIC X(1).
           05  WS-NOW-TIME                 PIC 9(6).
           05  WS-SCHEDULE-SWITCH          PIC X(1).
               88  WS-SCHEDULE-OK          VALUE 'Y'.
               88  WS-SCHEDULE-FAILED      VALUE 'N'.

       01  WS-WINDOW-FIELDS.
           05  WS-WIN-CCYYDDD              PIC 9(7).
           05  WS-WIN-CCYYMMDD             PIC 9(8).
           05  WS-WIN-START-TIME           PIC 9(6).
           05  WS-WIN-END-TIME             PIC 9(6).
           05  WS-END-OF-DAY               PIC 9(6)  VALUE 240000.

       01  WS-TIME-EXTRACT-FIELDS.
           05  WS-TIME-WORK                PIC 9(7).
           05  WS-TIME-HOUR                PIC 9(2).
           05  WS-TIME-MIN-SEC             PIC 9(4).
           05  WS-TIME-MIN                 PIC 9(2).
           05  WS-TIME-SEC                 PIC 9(2).
           05  WS-ENTRY-SECONDS            PIC 9(7).
           05  WS-EXIT-SECONDS             PIC 9(7).
           05  WS-ELAPSED-SECONDS          PIC S9(7).

       01  WS-BROWSE-FIELDS.
           05  WS-BROWSE-DONE-SWITCH       PIC X(1).
               88  WS-BROWSE-DONE          VALUE 'Y'.
               88  WS-BROWSE-MORE          VALUE 'N'.

       01  WS-INTERVAL-TOTALS.
           05  WS-TOT-TASK-COUNT           PIC 9(7).
           05  WS-TOT-COMP-COUNT           PIC 9(7).
           05  WS-TOT-ENTRY-COUNT          PIC 9(7).
           05  WS-TOT-EXCP-COUNT           PIC 9(7).
           05  WS-TOT-TOTAL-SECS           PIC 9(9).
           05  WS-TOT-MAX-SECS             PIC 9(7).

       01  WS-TRAN-TABLE.
           05  WS-TRAN-ENTRY OCCURS 100 TIMES.
               10  WS-TRAN-ID              PIC X(4).
               10  WS-TRAN-TASK-COUNT      PIC 9(7).
               10  WS-TRAN-COMP-COUNT      PIC 9(7).
               10  WS-TRAN-ENTRY-COUNT     PIC 9(7).
               10  WS-TRAN-EXCP-COUNT      PIC 9(7).
               10  WS-TRAN-TOTAL-SECS      PIC 9(9).
               10  WS-TRAN-MAX-SECS        PIC 9(7).
       01  WS-TRAN-USED                    PIC 9(4) VALUE ZERO.
       01  WS-TRAN-SUBSCRIPT               PIC 9(4).
       01  WS-TRAN-FOUND-SWITCH            PIC X(1).
           88  WS-TRAN-FOUND               VALUE 'Y'.
           88  WS-TRAN-NOT-FOUND           VALUE 'N'.
       01  WS-TRAN-TABLE-FULL-SWITCH       PIC X(1) VALUE 'N'.
           88  WS-TRAN-TABLE-FULL          VALUE 'Y'.
       01  WS-POST-TRAN-ID                 PIC X(4).

       01  WS-AVG-SECONDS                  PIC 9(7) VALUE ZERO.
       01  WS-INTV-NEW-IMAGE               PIC X(75).

       01  WS-CYCLE-ERROR-MSG.
           05  FILLER                      PIC X(10) VALUE 'INTVSTAT: '.
           05  WS-CE-TEXT                  PIC X(36).
           05  FILLER                      PIC X(9)  VALUE ' EIBRESP '.
           05  WS-CE-RESP                  PIC -(8)9.
       01  WS-CTL-READ-FAILED              PIC X(36)
           VALUE 'INTVCTLF READ FAILED - NOT RESTARTED'.
       01  WS-CTL-REWRITE-FAILED           PIC X(36)
           VALUE 'INTVCTLF REWRITE FAILED'.
       01  WS-STATS-WRITE-FAILED           PIC X(36)
           VALUE 'INTVSTF WRITE FAILED'.
       01  WS-RESTART-FAILED               PIC X(36)
           VALUE 'RESTART FAILED - COLLECTION ENDED'.
       01  WS-TABLE-FULL-TEXT              PIC X(36)
           VALUE 'OVER 100 TRAN IDS - INTERVAL PARTIAL'.
       01  WS-CONSOLE-QUEUE                PIC X(4)  VALUE 'CSMT'.

       01  WS-MAINT-INPUT.
           05  WS-MI-FUNCTION              PIC X(1).
               88  WS-MI-INQUIRE           VALUE 'I'.
               88  WS-MI-START             VALUE 'S'.
               88  WS-MI-STOP              VALUE 'P'.
           05  WS-MI-MINS                  PIC X(3).
           05  WS-MI-MINS-N REDEFINES WS-MI-MINS
                                           PIC 9(3).

       01  WS-STATUS-SCREEN.
           05  WS-STS-LINE-1.
               10  FILLER                  PIC X(44) VALUE
                   'INTRADAY INTERVAL STATISTICS - KEY A LINE:'.
               10  FILLER                  PIC X(36) VALUE SPACES.
           05  WS-STS-LINE-2.
               10  FILLER                  PIC X(6)  VALUE 'STATE '.
               10  WS-STS-STATE            PIC X(10).
               10  FILLER                  PIC X(11)
                   VALUE '  INTERVAL '.
               10  WS-STS-MINS             PIC ZZ9.
               10  FILLER                  PIC X(4)  VALUE ' MIN'.
               10  FILLER                  PIC X(13)
                   VALUE '  LAST ENDED '.
               10  WS-STS-LAST-DATE        PIC 9(8).
               10  FILLER                  PIC X(1)  VALUE SPACE.
               10  WS-STS-LAST-TIME        PIC X(8).
               10  FILLER                  PIC X(16) VALUE SPACES.
           05  WS-STS-LINE-3.
               10  FILLER                  PIC X(44)
                   VALUE 'FUNCTION(I/S/P) MINUTES(3)'.
               10  FILLER                  PIC X(36) VALUE SPACES.
           05  WS-STS-LINE-4.
               10  FILLER                  PIC X(44)
                   VALUE 'I=INQUIRE  S=START OR SET INTERVAL  P=STOP'.
               10  FILLER                  PIC X(36) VALUE SPACES.
           05  WS-STS-LINE-5.
               10  FILLER                  PIC X(42)
                   VALUE 'ENTER=PROCESS  PF3=END'.
               10  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-EDIT-CLOCK.
           05  WS-EC-HH                    PIC 9(2).
           05  FILLER                      PIC X(1) VALUE '.'.
           05  WS-EC-MM                    PIC 9(2).
           05  FILLER                      PIC X(1) VALUE '.'.
           05  WS-EC-SS                    PIC 9(2).

       01  WS-STATE-ACTIVE                 PIC X(10) VALUE 'ACTIVE'.
       01  WS-STATE-STOPPED                PIC X(10) VALUE 'STOPPED'.
       01  WS-STATE-NOT-SET-UP             PIC X(10) VALUE 'NOT SET UP'.

       01  WS-STARTED-MSG                  PIC X(40)
           VALUE 'INTERVAL COLLECTION STARTED'.
       01  WS-STOPPED-MSG                  PIC X(40)
           VALUE 'INTERVAL COLLECTION STOPPED'.
       01  WS-NOT-SET-UP-MSG               PIC X(40)
           VALUE 'COLLECTOR IS NOT SET UP - USE S'.
       01  WS-BAD-FUNCTION-MSG             PIC X(40)
           VALUE 'FUNCTION MUST BE I, S OR P'.
       01  WS-BAD-MINS-MSG                 PIC X(40)
           VALUE 'MINUTES MUST BE 005 TO 240'.
       01  WS-START-FAILED-MSG             PIC X(40)
           VALUE 'APPLIED - BUT CYCLE START FAILED'.
       01  WS-IO-FAILED-MSG                PIC X(40)
           VALUE 'COLLECTOR REQUEST FAILED - SEE EIBRESP'.
       01  WS-GOODBYE-MSG                  PIC X(40)
           VALUE 'INTERVAL STATISTICS CONTROL ENDED'.
       01  WS-RESULT-MSG                   PIC X(40).

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(4).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE SPACES TO WS-RETRIEVE-DATA
           IF EIBCALEN = 0
               MOVE LENGTH OF WS-RETRIEVE-DATA TO WS-RETRIEVE-LENGTH
               EXEC CICS RETRIEVE
                   INTO(WS-RETRIEVE-DATA)
                   LENGTH(WS-RETRIEVE-LENGTH)
                   RESP(WS-INTV-RESP)
               END-EXEC
           END-IF
           IF WS-RETRIEVE-DATA = WS-START-DATA
               PERFORM 5000-RUN-INTERVAL-CYCLE
           ELSE
               PERFORM TRANSACTION-AUTHORIZE-CHECK
               IF WS-AUTH-ALLOWED
                   IF EIBCALEN = 0
                       PERFORM 1000-SEND-STATUS-SCREEN
                   ELSE
                       MOVE LENGTH OF WS-MAINT-INPUT
                           TO WS-EXPECTED-CALEN
                       PERFORM COMMAREA-LENGTH-CHECK
                       PERFORM 2000-HANDLE-AID-KEY
                   END-IF
               END-IF
           END-IF
           EXEC CICS RETURN
           END-EXEC
           GOBACK.

       1000-SEND-STATUS-SCREEN.
           MOVE EIBTRNID TO ICTL-KEY-TRAN-ID
           EXEC CICS READ
               FILE('INTVCTLF')
               INTO(ICTL-RECORD)
               RIDFLD(ICTL-KEY)
               RESP(WS-INTV-RESP)
           END-EXEC
           EVALUATE WS-INTV-RESP
               WHEN DFHRESP(NORMAL)
                   IF ICTL-STAT-ACTIVE
                       MOVE WS-STATE-ACTIVE TO WS-STS-STATE
                   ELSE
                       MOVE WS-STATE-STOPPED TO WS-STS-STATE
                   END-IF
                   MOVE ICTL-INTERVAL-MINS TO WS-STS-MINS
                   MOVE ICTL-LAST-END-DATE TO WS-STS-LAST-DATE
                   MOVE ICTL-LAST-END-TIME TO WS-TIME-WORK
                   PERFORM 7000-EDIT-TIME
                   MOVE WS-EDIT-CLOCK TO WS-STS-LAST-TIME
               WHEN DFHRESP(NOTFND)
                   MOVE WS-STATE-NOT-SET-UP TO WS-STS-STATE
                   MOVE ZERO TO WS-STS-MINS
                   MOVE ZERO TO WS-STS-LAST-DATE
                   MOVE SPACES TO WS-STS-LAST-TIME
               WHEN OTHER
                   MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
                   PERFORM 7100-SEND-RESULT
           END-EVALUATE
           EXEC CICS SEND TEXT
               FROM(WS-STATUS-SCREEN)
               LENGTH(LENGTH OF WS-STATUS-SCREEN)
               ERASE
               FREEKB
           END-EXEC
           PERFORM 8000-RETURN-TRANSID.

       2000-HANDLE-AID-KEY.
           PERFORM AID-KEY-VALIDATE
           EVALUATE TRUE
               WHEN AID-PF3
                   EXEC CICS SEND TEXT
                       FROM(WS-GOODBYE-MSG)
                       LENGTH(LENGTH OF WS-GOODBYE-MSG)
                       ERASE
                       FREEKB
                   END-EXEC
               WHEN AID-ENTER
                   PERFORM 3000-PROCESS-CONTROL-LINE
               WHEN OTHER
                   PERFORM UNSUPPORTED-KEY-ERROR
                   PERFORM 8000-RETURN-TRANSID
           END-EVALUATE.

       3000-PROCESS-CONTROL-LINE.
           MOVE SPACES TO WS-MAINT-INPUT
           EXEC CICS RECEIVE
               INTO(WS-MAINT-INPUT)
               LENGTH(LENGTH OF WS-MAINT-INPUT)
               RESP(WS-INTV-RESP)
           END-EXEC
           IF WS-INTV-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
               PERFORM 7100-SEND-RESULT
           ELSE
               EVALUATE TRUE
                   WHEN WS-MI-INQUIRE
                       PERFORM 1000-SEND-STATUS-SCREEN
                   WHEN WS-MI-START
                       PERFORM 4100-START-COLLECTION
                   WHEN WS-MI-STOP
                       PERFORM 4200-STOP-COLLECTION
                   WHEN OTHER
                       MOVE WS-BAD-FUNCTION-MSG TO WS-RESULT-MSG
                       PERFORM 7100-SEND-RESULT
               END-EVALUATE
           END-IF.

       4100-START-COLLECTION.
           IF WS-MI-MINS NOT = SPACES
               AND (WS-MI-MINS NOT NUMERIC
                   OR WS-MI-MINS-N < WS-LOWEST-MINS
                   OR WS-MI-MINS-N > WS-HIGHEST-MINS)
               MOVE WS-BAD-MINS-MSG TO WS-RESULT-MSG
               PERFORM 7100-SEND-RESULT
           ELSE
               MOVE EIBTRNID TO ICTL-KEY-TRAN-ID
               EXEC CICS READ
                   FILE('INTVCTLF')
                   INTO(ICTL-RECORD)
                   RIDFLD(ICTL-KEY)
                   UPDATE
                   RESP(WS-INTV-RESP)
               END-EXEC
               EVALUATE WS-INTV-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE ICTL-RECORD TO MJRN-BEFORE-IMAGE
                       IF WS-MI-MINS NOT = SPACES
                           MOVE WS-MI-MINS-N TO ICTL-INTERVAL-MINS
                       END-IF
                       SET ICTL-STAT-ACTIVE TO TRUE
                       EXEC CICS REWRITE
                           FILE('INTVCTLF')
                           FROM(ICTL-RECORD)
                           RESP(WS-INTV-RESP)
                       END-EXEC
                       MOVE 'C' TO MJRN-ACTION
                   WHEN DFHRESP(NOTFND)
                       MOVE SPACES TO MJRN-BEFORE-IMAGE
                       MOVE EIBTRNID TO ICTL-KEY-TRAN-ID
                       IF WS-MI-MINS NOT = SPACES
                           MOVE WS-MI-MINS-N TO ICTL-INTERVAL-MINS
                       ELSE
                           MOVE WS-DEFAULT-MINS TO ICTL-INTERVAL-MINS
                       END-IF
                       SET ICTL-STAT-ACTIVE TO TRUE
                       MOVE ZERO TO ICTL-LAST-END-DATE
                       MOVE ZERO TO ICTL-LAST-END-CCYYDDD
                       MOVE ZERO TO ICTL-LAST-END-TIME
                       EXEC CICS WRITE
                           FILE('INTVCTLF')
                           FROM(ICTL-RECORD)
                           RIDFLD(ICTL-KEY)
                           RESP(WS-INTV-RESP)
                       END-EXEC
                       MOVE 'A' TO MJRN-ACTION
               END-EVALUATE
               IF WS-INTV-RESP = DFHRESP(NORMAL)
                   MOVE WS-STARTED-MSG TO WS-RESULT-MSG
                   MOVE ICTL-RECORD TO MJRN-AFTER-IMAGE
                   PERFORM 6000-JOURNAL-CHANGE
                   PERFORM 5900-SCHEDULE-NEXT-CYCLE
                   IF WS-SCHEDULE-FAILED
                       MOVE WS-START-FAILED-MSG TO WS-RESULT-MSG
                   END-IF
               ELSE
                   MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
               END-IF
               PERFORM 7100-SEND-RESULT
           END-IF.

       4200-STOP-COLLECTION.
           MOVE EIBTRNID TO ICTL-KEY-TRAN-ID
           EXEC CICS READ
               FILE('INTVCTLF')
               INTO(ICTL-RECORD)
               RIDFLD(ICTL-KEY)
               UPDATE
               RESP(WS-INTV-RESP)
           END-EXEC
           EVALUATE WS-INTV-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE ICTL-RECORD TO MJRN-BEFORE-IMAGE
                   SET ICTL-STAT-STOPPED TO TRUE
                   EXEC CICS REWRITE
                       FILE('INTVCTLF')
                       FROM(ICTL-RECORD)
                       RESP(WS-INTV-RESP)
                   END-EXEC
                   IF WS-INTV-RESP = DFHRESP(NORMAL)
                       EXEC CICS CANCEL
                           REQID(WS-INTV-REQID)
                           TRANSID(EIBTRNID)
                           RESP(WS-INTV-RESP)
                       END-EXEC
                       MOVE WS-STOPPED-MSG TO WS-RESULT-MSG
                       MOVE 'C' TO MJRN-ACTION
                       MOVE ICTL-RECORD TO MJRN-AFTER-IMAGE
                       PERFORM 6000-JOURNAL-CHANGE
                   ELSE
                       MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE WS-NOT-SET-UP-MSG TO WS-RESULT-MSG
               WHEN OTHER
                   MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
           END-EVALUATE
           PERFORM 7100-SEND-RESULT.

       5000-RUN-INTERVAL-CYCLE.
           EXEC CICS ASKTIME
           END-EXEC
           MOVE EIBTRNID TO ICTL-KEY-TRAN-ID
           EXEC CICS READ
               FILE('INTVCTLF')
               INTO(ICTL-RECORD)
               RIDFLD(ICTL-KEY)
               RESP(WS-INTV-RESP)
           END-EXEC
           IF WS-INTV-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-CTL-READ-FAILED TO WS-CE-TEXT
               PERFORM 5950-REPORT-CYCLE-ERROR
           ELSE
               IF ICTL-STAT-ACTIVE
                   CALL 'DATECNVT' USING EIBDATE WS-TODAY-CCYYDDD
                       WS-TODAY-CCYYMMDD WS-TODAY-DATE-VALID
                   IF WS-TODAY-DATE-VALID = 'Y'
                       PERFORM 5100-COLLECT-DUE-WINDOWS
                       PERFORM 5800-RECORD-LAST-END
                   END-IF
                   IF ICTL-STAT-ACTIVE
                       PERFORM 5900-SCHEDULE-NEXT-CYCLE
                       IF WS-SCHEDULE-FAILED
                           MOVE WS-RESTART-FAILED TO WS-CE-TEXT
                           PERFORM 5950-REPORT-CYCLE-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5100-COLLECT-DUE-WINDOWS.
           MOVE EIBTIME TO WS-NOW-TIME
           IF ICTL-LAST-END-DATE NOT = ZERO
               AND ICTL-LAST-END-DATE < WS-TODAY-CCYYMMDD
               MOVE ICTL-LAST-END-CCYYDDD TO WS-WIN-CCYYDDD
               MOVE ICTL-LAST-END-DATE    TO WS-WIN-CCYYMMDD
               MOVE ICTL-LAST-END-TIME    TO WS-WIN-START-TIME
               MOVE WS-END-OF-DAY         TO WS-WIN-END-TIME
               IF WS-WIN-START-TIME < WS-WIN-END-TIME
                   PERFORM 5200-COLLECT-WINDOW
               END-IF
           END-IF
           MOVE WS-TODAY-CCYYDDD  TO WS-WIN-CCYYDDD
           MOVE WS-TODAY-CCYYMMDD TO WS-WIN-CCYYMMDD
           IF ICTL-LAST-END-DATE = WS-TODAY-CCYYMMDD
               MOVE ICTL-LAST-END-TIME TO WS-WIN-START-TIME
           ELSE
               MOVE ZERO TO WS-WIN-START-TIME
           END-IF
           MOVE WS-NOW-TIME TO WS-WIN-END-TIME
           IF WS-WIN-START-TIME < WS-WIN-END-TIME
               PERFORM 5200-COLLECT-WINDOW
           END-IF.

       5200-COLLECT-WINDOW.
           MOVE ZERO TO WS-TRAN-USED
           MOVE 'N' TO WS-TRAN-TABLE-FULL-SWITCH
           MOVE ZERO TO WS-TOT-TASK-COUNT
           MOVE ZERO TO WS-TOT-COMP-COUNT
           MOVE ZERO TO WS-TOT-ENTRY-COUNT
           MOVE ZERO TO WS-TOT-EXCP-COUNT
           MOVE ZERO TO WS-TOT-TOTAL-SECS
           MOVE ZERO TO WS-TOT-MAX-SECS
           PERFORM 5300-BROWSE-AUDIT-FILE
           PERFORM 5400-BROWSE-EXCEPTION-FILE
           PERFORM 5500-WRITE-INTERVAL-RECORDS
           IF WS-TRAN-TABLE-FULL
               MOVE WS-TABLE-FULL-TEXT TO WS-CE-TEXT
               MOVE ZERO TO WS-INTV-RESP
               PERFORM 5950-REPORT-CYCLE-ERROR
           END-IF.

       5300-BROWSE-AUDIT-FILE.
           MOVE LOW-VALUES TO AUDIT-KEY
           EXEC CICS STARTBR
               FILE('AUDITF')
               RIDFLD(AUDIT-KEY)
               RESP(WS-INTV-RESP)
           END-EXEC
           IF WS-INTV-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-MORE TO TRUE
               PERFORM 5310-READ-NEXT-AUDIT
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE('AUDITF')
                   RESP(WS-INTV-RESP)
               END-EXEC
           END-IF.

       5310-READ-NEXT-AUDIT.
           EXEC CICS READNEXT
               FILE('AUDITF')
               INTO(AUDIT-RECORD)
               RIDFLD(AUDIT-KEY)
               RESP(WS-INTV-RESP)
           END-EXEC
           IF WS-INTV-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF AUDIT-KEY-DATE = WS-WIN-CCYYDDD
                   AND AUDIT-TIME-EIB >= WS-WIN-START-TIME
                   AND AUDIT-TIME-EIB < WS-WIN-END-TIME
                   PERFORM 5320-POST-AUDIT-RECORD
               END-IF
           END-IF.

       5320-POST-AUDIT-RECORD.
           MOVE ZERO TO WS-ELAPSED-SECONDS
           ADD 1 TO WS-TOT-TASK-COUNT
           IF AUDIT-STAT-COMPLETE
               PERFORM 5330-COMPUTE-ELAPSED-TIME
               ADD 1 TO WS-TOT-COMP-COUNT
               ADD WS-ELAPSED-SECONDS TO WS-TOT-TOTAL-SECS
               IF WS-ELAPSED-SECONDS > WS-TOT-MAX-SECS
                   MOVE WS-ELAPSED-SECONDS TO WS-TOT-MAX-SECS
               END-IF
           ELSE
               ADD 1 TO WS-TOT-ENTRY-COUNT
           END-IF
           MOVE AUDIT-TRAN-ID TO WS-POST-TRAN-ID
           PERFORM 5600-FIND-TRAN-ENTRY
           IF WS-TRAN-FOUND
               ADD 1 TO WS-TRAN-TASK-COUNT(WS-TRAN-SUBSCRIPT)
               IF AUDIT-STAT-COMPLETE
                   ADD 1 TO WS-TRAN-COMP-COUNT(WS-TRAN-SUBSCRIPT)
                   ADD WS-ELAPSED-SECONDS
                       TO WS-TRAN-TOTAL-SECS(WS-TRAN-SUBSCRIPT)
                   IF WS-ELAPSED-SECONDS >
                           WS-TRAN-MAX-SECS(WS-TRAN-SUBSCRIPT)
                       MOVE WS-ELAPSED-SECONDS
                           TO WS-TRAN-MAX-SECS(WS-TRAN-SUBSCRIPT)
                   END-IF
               ELSE
                   ADD 1 TO WS-TRAN-ENTRY-COUNT(WS-TRAN-SUBSCRIPT)
               END-IF
           END-IF.

       5330-COMPUTE-ELAPSED-TIME.
           MOVE AUDIT-TIME-EIB TO WS-TIME-WORK
           PERFORM 5340-TIME-TO-SECONDS
           COMPUTE WS-ENTRY-SECONDS =
               (WS-TIME-HOUR * 3600) + (WS-TIME-MIN * 60)
               + WS-TIME-SEC
           MOVE AUDIT-TIME-EXIT-EIB TO WS-TIME-WORK
           PERFORM 5340-TIME-TO-SECONDS
           COMPUTE WS-EXIT-SECONDS =
               (WS-TIME-HOUR * 3600) + (WS-TIME-MIN * 60)
               + WS-TIME-SEC
           COMPUTE WS-ELAPSED-SECONDS =
               WS-EXIT-SECONDS - WS-ENTRY-SECONDS
           IF WS-ELAPSED-SECONDS < ZERO
               ADD 86400 TO WS-ELAPSED-SECONDS
           END-IF.

       5340-TIME-TO-SECONDS.
           DIVIDE WS-TIME-WORK BY 10000
               GIVING WS-TIME-HOUR
               REMAINDER WS-TIME-MIN-SEC
           DIVIDE WS-TIME-MIN-SEC BY 100
               GIVING WS-TIME-MIN
               REMAINDER WS-TIME-SEC.

       5400-BROWSE-EXCEPTION-FILE.
           MOVE LOW-VALUES TO EXCP-KEY
           EXEC CICS STARTBR
               FILE('EXCEPTF')
               RIDFLD(EXCP-KEY)
               RESP(WS-INTV-RESP)
           END-EXEC
           IF WS-INTV-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-MORE TO TRUE
               PERFORM 5410-READ-NEXT-EXCEPTION
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE('EXCEPTF')
                   RESP(WS-INTV-RESP)
               END-EXEC
           END-IF.

       5410-READ-NEXT-EXCEPTION.
           EXEC CICS READNEXT
               FILE('EXCEPTF')
               INTO(EXCP-RECORD)
               RIDFLD(EXCP-KEY)
               RESP(WS-INTV-RESP)
           END-EXEC
           IF WS-INTV-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF EXCP-KEY-DATE = WS-WIN-CCYYDDD
                   AND EXCP-TIME-EIB >= WS-WIN-START-TIME
                   AND EXCP-TIME-EIB < WS-WIN-END-TIME
                   ADD 1 TO WS-TOT-EXCP-COUNT
                   MOVE EXCP-KEY-TRAN-ID TO WS-POST-TRAN-ID
                   PERFORM 5600-FIND-TRAN-ENTRY
                   IF WS-TRAN-FOUND
                       ADD 1 TO WS-TRAN-EXCP-COUNT(WS-TRAN-SUBSCRIPT)
                   END-IF
               END-IF
           END-IF.

       5500-WRITE-INTERVAL-RECORDS.
           MOVE WS-WIN-CCYYMMDD   TO INTV-KEY-DATE
           MOVE WS-WIN-START-TIME TO INTV-KEY-START-TIME
           MOVE '****'            TO INTV-KEY-TRAN-ID
           MOVE WS-WIN-END-TIME   TO INTV-END-TIME
           MOVE WS-TOT-TASK-COUNT TO INTV-TASK-COUNT
           MOVE WS-TOT-COMP-COUNT TO INTV-COMPLETE-COUNT
           MOVE WS-TOT-ENTRY-COUNT TO INTV-ENTRY-COUNT
           MOVE WS-TOT-EXCP-COUNT TO INTV-EXCP-COUNT
           MOVE WS-TOT-TOTAL-SECS TO INTV-TOTAL-SECS
           MOVE WS-TOT-MAX-SECS   TO INTV-MAX-SECS
           PERFORM 5520-PUT-INTERVAL-RECORD
           PERFORM VARYING WS-TRAN-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TRAN-SUBSCRIPT > WS-TRAN-USED
               PERFORM 5510-WRITE-ONE-TRAN
           END-PERFORM.

       5510-WRITE-ONE-TRAN.
           MOVE WS-WIN-CCYYMMDD   TO INTV-KEY-DATE
           MOVE WS-WIN-START-TIME TO INTV-KEY-START-TIME
           MOVE WS-TRAN-ID(WS-TRAN-SUBSCRIPT) TO INTV-KEY-TRAN-ID
           MOVE WS-WIN-END-TIME   TO INTV-END-TIME
           MOVE WS-TRAN-TASK-COUNT(WS-TRAN-SUBSCRIPT)
               TO INTV-TASK-COUNT
           MOVE WS-TRAN-COMP-COUNT(WS-TRAN-SUBSCRIPT)
               TO INTV-COMPLETE-COUNT
           MOVE WS-TRAN-ENTRY-COUNT(WS-TRAN-SUBSCRIPT)
               TO INTV-ENTRY-COUNT
           MOVE WS-TRAN-EXCP-COUNT(WS-TRAN-SUBSCRIPT)
               TO INTV-EXCP-COUNT
           MOVE WS-TRAN-TOTAL-SECS(WS-TRAN-SUBSCRIPT)
               TO INTV-TOTAL-SECS
           MOVE WS-TRAN-MAX-SECS(WS-TRAN-SUBSCRIPT)
               TO INTV-MAX-SECS
           PERFORM 5520-PUT-INTERVAL-RECORD.

       5520-PUT-INTERVAL-RECORD.
           IF INTV-COMPLETE-COUNT = ZERO
               MOVE ZERO TO WS-AVG-SECONDS
           ELSE
               COMPUTE WS-AVG-SECONDS ROUNDED =
                   INTV-TOTAL-SECS / INTV-COMPLETE-COUNT
           END-IF
           MOVE WS-AVG-SECONDS TO INTV-AVG-SECS
           EXEC CICS WRITE
               FILE('INTVSTF')
               FROM(INTV-RECORD)
               RIDFLD(INTV-KEY)
               RESP(WS-INTV-RESP)
           END-EXEC
           IF WS-INTV-RESP = DFHRESP(DUPREC)
               MOVE INTV-RECORD TO WS-INTV-NEW-IMAGE
               EXEC CICS READ
                   FILE('INTVSTF')
                   INTO(INTV-RECORD)
                   RIDFLD(INTV-KEY)
                   UPDATE
                   RESP(WS-INTV-RESP)
               END-EXEC
               IF WS-INTV-RESP = DFHRESP(NORMAL)
                   MOVE WS-INTV-NEW-IMAGE TO INTV-RECORD
                   EXEC CICS REWRITE
                       FILE('INTVSTF')
                       FROM(INTV-RECORD)
                       RESP(WS-INTV-RESP)
                   END-EXEC
               END-IF
           END-IF
           IF WS-INTV-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-STATS-WRITE-FAILED TO WS-CE-TEXT
               PERFORM 5950-REPORT-CYCLE-ERROR
           END-IF.

       5600-FIND-TRAN-ENTRY.
           SET WS-TRAN-NOT-FOUND TO TRUE
           PERFORM VARYING WS-TRAN-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TRAN-SUBSCRIPT > WS-TRAN-USED
                   OR WS-TRAN-FOUND
               IF WS-TRAN-ID(WS-TRAN-SUBSCRIPT) = WS-POST-TRAN-ID
                   SET WS-TRAN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-TRAN-FOUND
               SUBTRACT 1 FROM WS-TRAN-SUBSCRIPT
           ELSE
               IF WS-TRAN-USED < 100
                   ADD 1 TO WS-TRAN-USED
                   MOVE WS-TRAN-USED TO WS-TRAN-SUBSCRIPT
                   MOVE WS-POST-TRAN-ID
                       TO WS-TRAN-ID(WS-TRAN-SUBSCRIPT)
                   MOVE ZERO TO WS-TRAN-TASK-COUNT(WS-TRAN-SUBSCRIPT)
                   MOVE ZERO TO WS-TRAN-COMP-COUNT(WS-TRAN-SUBSCRIPT)
                   MOVE ZERO TO WS-TRAN-ENTRY-COUNT(WS-TRAN-SUBSCRIPT)
                   MOVE ZERO TO WS-TRAN-EXCP-COUNT(WS-TRAN-SUBSCRIPT)
                   MOVE ZERO TO WS-TRAN-TOTAL-SECS(WS-TRAN-SUBSCRIPT)
                   MOVE ZERO TO WS-TRAN-MAX-SECS(WS-TRAN-SUBSCRIPT)
                   SET WS-TRAN-FOUND TO TRUE
               ELSE
                   SET WS-TRAN-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       5800-RECORD-LAST-END.
           MOVE EIBTRNID TO ICTL-KEY-TRAN-ID
           EXEC CICS READ
               FILE('INTVCTLF')
               INTO(ICTL-RECORD)
               RIDFLD(ICTL-KEY)
               UPDATE
               RESP(WS-INTV-RESP)
           END-EXEC
           IF WS-INTV-RESP = DFHRESP(NORMAL)
               MOVE WS-TODAY-CCYYMMDD TO ICTL-LAST-END-DATE
               MOVE WS-TODAY-CCYYDDD  TO ICTL-LAST-END-CCYYDDD
               MOVE WS-NOW-TIME       TO ICTL-LAST-END-TIME
               EXEC CICS REWRITE
                   FILE('INTVCTLF')
                   FROM(ICTL-RECORD)
                   RESP(WS-INTV-RESP)
               END-EXEC
           END-IF
           IF WS-INTV-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-CTL-REWRITE-FAILED TO WS-CE-TEXT
               PERFORM 5950-REPORT-CYCLE-ERROR
           END-IF.

       5900-SCHEDULE-NEXT-CYCLE.
           IF ICTL-INTERVAL-MINS = ZERO
               MOVE WS-DEFAULT-MINS TO ICTL-INTERVAL-MINS
           END-IF
           DIVIDE ICTL-INTERVAL-MINS BY 60
               GIVING WS-INTERVAL-HOURS
               REMAINDER WS-INTERVAL-MINUTES
           COMPUTE WS-INTERVAL-HHMMSS =
               (WS-INTERVAL-HOURS * 10000) + (WS-INTERVAL-MINUTES * 100)
           EXEC CICS CANCEL
               REQID(WS-INTV-REQID)
               TRANSID(EIBTRNID)
               RESP(WS-INTV-RESP)
           END-EXEC
           EXEC CICS START
               TRANSID(EIBTRNID)
               INTERVAL(WS-INTERVAL-HHMMSS)
               FROM(WS-START-DATA)
               LENGTH(LENGTH OF WS-START-DATA)
               REQID(WS-INTV-REQID)
               RESP(WS-INTV-RESP)
           END-EXEC
           IF WS-INTV-RESP = DFHRESP(NORMAL)
               SET WS-SCHEDULE-OK TO TRUE
           ELSE
               SET WS-SCHEDULE-FAILED TO TRUE
           END-IF.

       5950-REPORT-CYCLE-ERROR.
           MOVE WS-INTV-RESP TO WS-CE-RESP
           EXEC CICS WRITEQ TD
               QUEUE(WS-CONSOLE-QUEUE)
               FROM(WS-CYCLE-ERROR-MSG)
               LENGTH(LENGTH OF WS-CYCLE-ERROR-MSG)
               RESP(WS-INTV-RESP)
           END-EXEC.

       6000-JOURNAL-CHANGE.
           MOVE 'INTVCTLF' TO MJRN-KEY-FILE
           MOVE ICTL-KEY TO MJRN-RECORD-KEY
           PERFORM MAINT-JOURNAL-WRITE
           IF WS-MJRN-WRITE-FAILED
               MOVE WS-MJRN-FAILED-MSG TO WS-RESULT-MSG
           END-IF.

       7000-EDIT-TIME.
           PERFORM 5340-TIME-TO-SECONDS
           MOVE WS-TIME-HOUR TO WS-EC-HH
           MOVE WS-TIME-MIN  TO WS-EC-MM
           MOVE WS-TIME-SEC  TO WS-EC-SS.

       7100-SEND-RESULT.
           EXEC CICS SEND TEXT
               FROM(WS-RESULT-MSG)
               LENGTH(LENGTH OF WS-RESULT-MSG)
               ERASE
               FREEKB
           END-EXEC
           PERFORM 8000-RETURN-TRANSID.

       8000-RETURN-TRANSID.
           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(WS-MAINT-INPUT)
               LENGTH(LENGTH OF WS-MAINT-INPUT)
           END-EXEC.

       COPY AIDCHECK.
       COPY CALENCHK.
       COPY SIGNLKUP.
       COPY AUTHCHK.
       COPY MJRNLOG.
