      *             BEFORE DOING ANY WORK, SO ONLY OPERATORS ENTITLED  *
      *             ON TRANAUTF CAN MAINTAIN THE REGISTRY; REFUSALS    *
      *             ARE MESSAGED AND LOGGED TO VIOLF BY THE CHECK.     *
      *   15OCT26 - JOURNALS EVERY APPLIED ADD, CHANGE AND DELETE TO   *
      *             THE MAINTENANCE CHANGE JOURNAL MNTJRNF             *
      *             (MJRNLOG.CPY) WITH BEFORE AND AFTER IMAGES,        *
      *             OPERATOR, TERMINAL AND TIME.  DELETE NOW READS FOR *
      *             UPDATE FIRST SO THE BEFORE IMAGE IS CAPTURED.      *
      *   15OCT26 - ADD AND CHANGE NOW REJECT AN OWNING DEPARTMENT     *
      *             THAT IS NOT ON THE DEPARTMENT MASTER DEPTMSTF OR   *
      *             IS INACTIVE THERE (DEPARTMENT-VALIDATE,            *
      *             DEPTCHK.CPY). THE CRITICALITY AND DEPARTMENT EDITS *
      *             MOVE TO A COMMON 3500-EDIT-MAINT-FIELDS AS IN      *
      *             OPERMNT.                                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREGMNT.
       COPY SIGNWS.
       COPY OPERREC.
       COPY AUTHWS.
       COPY MJRNREC.
       COPY MJRNWS.
       COPY DEPTWS.

       01  WS-TREG-RESP                    PIC S9(8) COMP.

           VALUE 'REGISTRY MAINTENANCE ENDED'.
       01  WS-RESULT-MSG                   PIC X(40).

       01  WS-EDIT-OK-SWITCH               PIC X(1).
           88  WS-EDIT-OK                  VALUE 'Y'.
           88  WS-EDIT-FAILED              VALUE 'N'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(44).

               END-IF
           END-IF.

       3500-EDIT-MAINT-FIELDS.
           SET WS-EDIT-OK TO TRUE
           IF WS-MI-CRIT NOT = 'H' AND 'M' AND 'L'
               SET WS-EDIT-FAILED TO TRUE
               MOVE WS-BAD-CRIT-MSG TO WS-RESULT-MSG
           ELSE
               MOVE WS-MI-DEPT TO WS-DEPT-CHECK-CODE
               PERFORM DEPARTMENT-VALIDATE
               IF NOT WS-DEPT-CHECK-OK
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE WS-DEPT-CHECK-MSG TO WS-RESULT-MSG
               END-IF
           END-IF.

       4000-INQUIRE-ENTRY.
           MOVE WS-MI-TRAN-ID TO TREG-KEY-TRAN-ID
           EXEC CICS READ
           END-EVALUATE.

       4100-ADD-ENTRY.
           PERFORM 3500-EDIT-MAINT-FIELDS
           IF WS-EDIT-FAILED
               PERFORM 7000-SEND-RESULT
           ELSE
               MOVE WS-MI-TRAN-ID  TO TREG-KEY-TRAN-ID
               EVALUATE WS-TREG-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE WS-ADDED-MSG TO WS-RESULT-MSG
                       MOVE 'A' TO MJRN-ACTION
                       MOVE SPACES TO MJRN-BEFORE-IMAGE
                       MOVE TREG-RECORD TO MJRN-AFTER-IMAGE
                       PERFORM 6000-JOURNAL-CHANGE
                   WHEN DFHRESP(DUPREC)
                       MOVE WS-DUPLICATE-MSG TO WS-RESULT-MSG
                   WHEN OTHER
           END-IF.

       4200-CHANGE-ENTRY.
           PERFORM 3500-EDIT-MAINT-FIELDS
           IF WS-EDIT-FAILED
               PERFORM 7000-SEND-RESULT
           ELSE
               MOVE WS-MI-TRAN-ID TO TREG-KEY-TRAN-ID
               END-EXEC
               EVALUATE WS-TREG-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE TREG-RECORD TO MJRN-BEFORE-IMAGE
                       MOVE WS-MI-DESC TO TREG-DESC
                       MOVE WS-MI-DEPT TO TREG-DEPT
                       MOVE WS-MI-CRIT TO TREG-CRIT
                       END-EXEC
                       IF WS-TREG-RESP = DFHRESP(NORMAL)
                           MOVE WS-CHANGED-MSG TO WS-RESULT-MSG
                           MOVE 'C' TO MJRN-ACTION
                           MOVE TREG-RECORD TO MJRN-AFTER-IMAGE
                           PERFORM 6000-JOURNAL-CHANGE
                       ELSE
                           MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
                       END-IF

       4300-DELETE-ENTRY.
           MOVE WS-MI-TRAN-ID TO TREG-KEY-TRAN-ID
           EXEC CICS READ
               FILE('TRANREGF')
               INTO(TREG-RECORD)
               RIDFLD(TREG-KEY)
               UPDATE
               RESP(WS-TREG-RESP)
           END-EXEC
           EVALUATE WS-TREG-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE TREG-RECORD TO MJRN-BEFORE-IMAGE
                   EXEC CICS DELETE
                       FILE('TRANREGF')
                       RESP(WS-TREG-RESP)
                   END-EXEC
                   IF WS-TREG-RESP = DFHRESP(NORMAL)
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
           MOVE 'TRANREGF' TO MJRN-KEY-FILE
           MOVE TREG-KEY TO MJRN-RECORD-KEY
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
