      *                   DISABLES ALERTING FOR THE ENTRY)             *
      *        COL 11-14  TD DESTINATION  (A AND C ONLY - SPACES       *
      *                   DEFAULTS TO CSMT)                            *
      *        COL 15-17  SLA BREACH SHARE, PERCENT 000-100 (A AND C   *
      *                   ONLY - SPACES OR ZERO DISABLES SLA ALERTING  *
      *                   FOR THE ENTRY)                               *
      *    ENTER PROCESSES THE LINE, PF3 ENDS THE TRANSACTION.         *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *   15OCT26 - JOURNALS EVERY APPLIED ADD, CHANGE AND DELETE TO   *
      *             THE MAINTENANCE CHANGE JOURNAL MNTJRNF             *
      *             (MJRNLOG.CPY) WITH BEFORE AND AFTER IMAGES,        *
      *             OPERATOR, TERMINAL AND TIME.  DELETE NOW READS FOR *
      *             UPDATE FIRST SO THE BEFORE IMAGE IS CAPTURED.      *
      *   15OCT26 - MAINTAINS THE NEW THRS-SLA-PCT (COLS 15-17), THE   *
      *             SHARE OF A TRANSACTION'S COMPLETED TASKS THAT MAY  *
      *             BREACH THEIR SLATGTF TARGET BEFORE SLA-BREACH-     *
      *             CHECK (SLACHK.CPY) FIRES AN SLA ALERT.  BLANK      *
      *             MEANS ZERO (NO SLA ALERTING); ANYTHING ELSE MUST   *
      *             BE 000-100.  INQUIRY SHOWS THE SHARE WITH THE      *
      *             LIMIT AND DESTINATION.                             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTMNT.
       COPY OPERREC.
       COPY SIGNWS.
       COPY AUTHWS.
       COPY MJRNREC.
       COPY MJRNWS.

       01  WS-THRS-RESP                    PIC S9(8) COMP.

           05  WS-MI-LIMIT-N REDEFINES WS-MI-LIMIT
                                           PIC 9(5).
           05  WS-MI-DEST                  PIC X(4).
           05  WS-MI-SLA-PCT               PIC X(3).
           05  WS-MI-SLA-PCT-N REDEFINES WS-MI-SLA-PCT
                                           PIC 9(3).

       01  WS-DEST-WORK                    PIC X(4).
       01  WS-SLA-PCT-WORK                 PIC 9(3).
       01  WS-SLA-PCT-EDIT-FLAG            PIC X(1).
           88  WS-SLA-PCT-OK               VALUE 'Y'.
           88  WS-SLA-PCT-BAD              VALUE 'N'.

       01  WS-PROMPT-SCREEN.
           05  WS-PROMPT-LINE-1.
                   'ALERT THRESHOLD MAINTENANCE - KEY A LINE:'.
               10  FILLER                  PIC X(36) VALUE SPACES.
           05  WS-PROMPT-LINE-2.
               10  FILLER                  PIC X(50) VALUE
                   'FUNC(I/A/C/D) TRAN(4) LIMIT(5) DEST(4) SLA PCT(3)'.
               10  FILLER                  PIC X(30) VALUE SPACES.
           05  WS-PROMPT-LINE-3.
               10  FILLER                  PIC X(42)
                   VALUE 'ENTER=PROCESS  PF3=END'.
               10  WS-IS-LIMIT             PIC ZZZZ9.
               10  FILLER                  PIC X(7)  VALUE '  DEST '.
               10  WS-IS-DEST              PIC X(4).
               10  FILLER                  PIC X(10) VALUE '  SLA PCT '.
               10  WS-IS-SLA-PCT           PIC ZZ9.
               10  FILLER                  PIC X(34) VALUE SPACES.
           05  WS-INQ-LINE-2.
               10  FILLER                  PIC X(42)
                   VALUE 'ENTER=ANOTHER  PF3=END'.
           VALUE 'TRANSACTION ID IS REQUIRED'.
       01  WS-BAD-LIMIT-MSG                PIC X(40)
           VALUE 'LIMIT MUST BE 5 DIGITS'.
       01  WS-BAD-SLA-PCT-MSG              PIC X(40)
           VALUE 'SLA PCT MUST BE 000-100 OR BLANK'.
       01  WS-IO-FAILED-MSG                PIC X(40)
           VALUE 'THRESHOLD REQUEST FAILED - SEE EIBRESP'.
       01  WS-GOODBYE-MSG                  PIC X(40)
       01  WS-RESULT-MSG                   PIC X(40).

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(17).

       PROCEDURE DIVISION.
       0000-MAINLINE.
               MOVE WS-MI-DEST TO WS-DEST-WORK
           END-IF.

       3600-EDIT-SLA-PCT-FIELD.
           SET WS-SLA-PCT-OK TO TRUE
           IF WS-MI-SLA-PCT = SPACES
               MOVE ZERO TO WS-SLA-PCT-WORK
           ELSE
               IF WS-MI-SLA-PCT NOT NUMERIC
                   SET WS-SLA-PCT-BAD TO TRUE
               ELSE
                   IF WS-MI-SLA-PCT-N > 100
                       SET WS-SLA-PCT-BAD TO TRUE
                   ELSE
                       MOVE WS-MI-SLA-PCT-N TO WS-SLA-PCT-WORK
                   END-IF
               END-IF
           END-IF.

       4000-INQUIRE-ENTRY.
           MOVE WS-MI-TRAN-ID TO THRS-KEY-TRAN-ID
           EXEC CICS READ
                   MOVE THRS-KEY-TRAN-ID TO WS-IS-TRAN-ID
                   MOVE THRS-LIMIT       TO WS-IS-LIMIT
                   MOVE THRS-DEST        TO WS-IS-DEST
                   MOVE THRS-SLA-PCT     TO WS-IS-SLA-PCT
                   EXEC CICS SEND TEXT
                       FROM(WS-INQUIRY-SCREEN)
                       LENGTH(LENGTH OF WS-INQUIRY-SCREEN)
           END-EVALUATE.

       4100-ADD-ENTRY.
           PERFORM 3600-EDIT-SLA-PCT-FIELD
           EVALUATE TRUE
               WHEN WS-MI-LIMIT NOT NUMERIC
                   MOVE WS-BAD-LIMIT-MSG TO WS-RESULT-MSG
                   PERFORM 7000-SEND-RESULT
               WHEN WS-SLA-PCT-BAD
                   MOVE WS-BAD-SLA-PCT-MSG TO WS-RESULT-MSG
                   PERFORM 7000-SEND-RESULT
               WHEN OTHER
                   PERFORM 3500-EDIT-DEST-FIELD
                   MOVE WS-MI-TRAN-ID  TO THRS-KEY-TRAN-ID
                   MOVE WS-MI-LIMIT-N  TO THRS-LIMIT
                   MOVE WS-DEST-WORK   TO THRS-DEST
                   MOVE WS-SLA-PCT-WORK TO THRS-SLA-PCT
                   EXEC CICS WRITE
                       FILE('ALRTTHRF')
                       FROM(THRS-RECORD)
                       RIDFLD(THRS-KEY)
                       RESP(WS-THRS-RESP)
                   END-EXEC
                   EVALUATE WS-THRS-RESP
                       WHEN DFHRESP(NORMAL)
                           MOVE WS-ADDED-MSG TO WS-RESULT-MSG
                           MOVE 'A' TO MJRN-ACTION
                           MOVE SPACES TO MJRN-BEFORE-IMAGE
                           MOVE THRS-RECORD TO MJRN-AFTER-IMAGE
                           PERFORM 6000-JOURNAL-CHANGE
                       WHEN DFHRESP(DUPREC)
                           MOVE WS-DUPLICATE-MSG TO WS-RESULT-MSG
                       WHEN OTHER
                           MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
                   END-EVALUATE
                   PERFORM 7000-SEND-RESULT
           END-EVALUATE.

       4200-CHANGE-ENTRY.
           PERFORM 3600-EDIT-SLA-PCT-FIELD
           EVALUATE TRUE
               WHEN WS-MI-LIMIT NOT NUMERIC
                   MOVE WS-BAD-LIMIT-MSG TO WS-RESULT-MSG
                   PERFORM 7000-SEND-RESULT
               WHEN WS-SLA-PCT-BAD
                   MOVE WS-BAD-SLA-PCT-MSG TO WS-RESULT-MSG
                   PERFORM 7000-SEND-RESULT
               WHEN OTHER
                   PERFORM 3500-EDIT-DEST-FIELD
                   MOVE WS-MI-TRAN-ID TO THRS-KEY-TRAN-ID
                   EXEC CICS READ
                       FILE('ALRTTHRF')
                       INTO(THRS-RECORD)
                       RIDFLD(THRS-KEY)
                       UPDATE
                       RESP(WS-THRS-RESP)
                   END-EXEC
                   EVALUATE WS-THRS-RESP
                       WHEN DFHRESP(NORMAL)
                           MOVE THRS-RECORD TO MJRN-BEFORE-IMAGE
                           MOVE WS-MI-LIMIT-N TO THRS-LIMIT
                           MOVE WS-DEST-WORK  TO THRS-DEST
                           MOVE WS-SLA-PCT-WORK TO THRS-SLA-PCT
                           EXEC CICS REWRITE
                               FILE('ALRTTHRF')
                               FROM(THRS-RECORD)
                               RESP(WS-THRS-RESP)
                           END-EXEC
                           IF WS-THRS-RESP = DFHRESP(NORMAL)
                               MOVE WS-CHANGED-MSG TO WS-RESULT-MSG
                               MOVE 'C' TO MJRN-ACTION
                               MOVE THRS-RECORD TO MJRN-AFTER-IMAGE
                               PERFORM 6000-JOURNAL-CHANGE
                           ELSE
                               MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
                           END-IF
                       WHEN DFHRESP(NOTFND)
                           MOVE WS-NOTFOUND-MSG TO WS-RESULT-MSG
                       WHEN OTHER
                           MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
                   END-EVALUATE
                   PERFORM 7000-SEND-RESULT
           END-EVALUATE.

       4300-DELETE-ENTRY.
           MOVE WS-MI-TRAN-ID TO THRS-KEY-TRAN-ID
           EXEC CICS READ
               FILE('ALRTTHRF')
               INTO(THRS-RECORD)
               RIDFLD(THRS-KEY)
               UPDATE
               RESP(WS-THRS-RESP)
           END-EXEC
           EVALUATE WS-THRS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE THRS-RECORD TO MJRN-BEFORE-IMAGE
                   EXEC CICS DELETE
                       FILE('ALRTTHRF')
                       RESP(WS-THRS-RESP)
                   END-EXEC
                   IF WS-THRS-RESP = DFHRESP(NORMAL)
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
           MOVE 'ALRTTHRF' TO MJRN-KEY-FILE
           MOVE THRS-KEY TO MJRN-RECORD-KEY
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
