      *        COL 36-43  OWNING DEPARTMENT  (A AND C ONLY)            *
      *        COL 44     CRITICALITY H/M/L  (A AND C ONLY)            *
      *    - AND APPLIES EACH LINE TO TRANREGF WITH TREGMNT'S          *
      *    VALIDATIONS: MISSING TRANSACTION ID, BAD FUNCTION, BAD      *
      *    CRITICALITY AND A DEPARTMENT THAT IS UNKNOWN OR INACTIVE    *
      *    ON DEPTMSTF ARE REJECTED, AN ADD OF AN EXISTING ID IS       *
      *    REJECTED AS A DUPLICATE, A CHANGE OR DELETE OF A MISSING    *
      *    ID AS NOT FOUND.  EVERY LINE PRINTS ON THE AUDIT REPORT     *
      *    (TREGLOAD) AS APPLIED OR REJECTED WITH ITS REASON, WITH     *
      *                                                                *
      *    RUN IN THE BATCH WINDOW WITH TRANREGF CLOSED TO CICS, AS    *
      *    FOR ANY BATCH UPDATE OF AN ONLINE CLUSTER.                  *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *   15OCT26 - LOAD MODE JOURNALS EVERY APPLIED ADD, CHANGE AND   *
      *             DELETE TO THE MAINTENANCE CHANGE JOURNAL MNTJRNF   *
      *             (MJRNPUT.CPY) WITH BEFORE AND AFTER IMAGES.  THE   *
      *             OPERATOR RECORDED IS THE JOB NAME FROM PARMIN COLS *
      *             2-9 (DEFAULT TREGLOAD).  DELETE NOW READS FIRST TO *
      *             CAPTURE THE BEFORE IMAGE.                          *
      *   15OCT26 - LOAD MODE REJECTS AN ADD OR CHANGE WHOSE           *
      *             DEPARTMENT IS NOT ON THE DEPARTMENT MASTER         *
      *             DEPTMSTF OR IS INACTIVE THERE, MATCHING TREGMNT.   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREGLOAD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO MNTJRNF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MJRN-KEY
               FILE STATUS IS WS-MJRNF-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-KEY
               FILE STATUS IS WS-DEPTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE
           05  MOUT-CRIT                   PIC X(1).

       FD  PARM-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  PARM-CARD.
           05  PARM-MODE                   PIC X(1).
           05  PARM-JOB-NAME               PIC X(8).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                     PIC X(132).

       FD  JOURNAL-FILE
           RECORD CONTAINS 226 CHARACTERS.
           COPY MJRNREC.

       FD  DEPT-MASTER-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY DEPTREC.

       WORKING-STORAGE SECTION.
       COPY MJRNWS.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-TREGF-STATUS             PIC X(2).
               88  WS-TREGF-OK             VALUE '00'.
               88  WS-PARMF-OK             VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(2).
               88  WS-REPORT-OK            VALUE '00'.
           05  WS-DEPTF-STATUS             PIC X(2).
               88  WS-DEPTF-OK             VALUE '00'.
               88  WS-DEPTF-NOTFND         VALUE '23'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-EDIT-OK-SWITCH           PIC X(1).
               88  WS-EDIT-OK              VALUE 'Y'.
               88  WS-EDIT-FAILED          VALUE 'N'.

       01  WS-RUN-MODE                     PIC X(1) VALUE 'L'.
           88  WS-MODE-LOAD                VALUE 'L'.
           VALUE 'TRANSACTION IS ALREADY REGISTERED'.
       01  WS-NOTFOUND-REASON              PIC X(40)
           VALUE 'TRANSACTION IS NOT REGISTERED'.
       01  WS-DEPT-UNKNOWN-REASON          PIC X(40)
           VALUE 'DEPARTMENT IS NOT ON THE DEPT MASTER'.
       01  WS-DEPT-INACTIVE-REASON         PIC X(40)
           VALUE 'DEPARTMENT IS INACTIVE'.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(26)
                       WS-MAINTIN-STATUS
                   STOP RUN
               END-IF
               OPEN I-O JOURNAL-FILE
               IF NOT WS-MJRNF-OK
                   DISPLAY 'TREGLOAD: MNTJRNF OPEN FAILED - STATUS '
                       WS-MJRNF-STATUS
                   STOP RUN
               END-IF
               OPEN INPUT DEPT-MASTER-FILE
               IF NOT WS-DEPTF-OK
                   DISPLAY 'TREGLOAD: DEPTMSTF OPEN FAILED - STATUS '
                       WS-DEPTF-STATUS
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT REGISTRY-FILE
               IF NOT WS-TREGF-OK
               STOP RUN
           END-IF
           MOVE PARM-MODE TO WS-RUN-MODE
           MOVE 'TREGLOAD' TO WS-MJRN-PROGRAM
           IF PARM-JOB-NAME = SPACES
               MOVE 'TREGLOAD' TO WS-MJRN-JOB-NAME
           ELSE
               MOVE PARM-JOB-NAME TO WS-MJRN-JOB-NAME
           END-IF
           CLOSE PARM-FILE.

       2000-APPLY-MAINT-DECK.
           END-IF
           PERFORM 2100-READ-MAINT-LINE.

      *    THE SAME EDITS AS TREGMNT'S 3500-EDIT-MAINT-FIELDS: A
      *    VALID CRITICALITY AND AN ACTIVE DEPTMSTF DEPARTMENT.
       2250-EDIT-MAINT-FIELDS.
           SET WS-EDIT-OK TO TRUE
           IF MIN-CRIT NOT = 'H' AND 'M' AND 'L'
               SET WS-EDIT-FAILED TO TRUE
               MOVE WS-BAD-CRIT-REASON TO WS-DL-REASON
           ELSE
               IF MIN-DEPT = SPACES
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE WS-DEPT-UNKNOWN-REASON TO WS-DL-REASON
               ELSE
                   PERFORM 2260-READ-DEPARTMENT
               END-IF
           END-IF.

       2260-READ-DEPARTMENT.
           MOVE MIN-DEPT TO DEPT-KEY-CODE
           READ DEPT-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-DEPTF-OK
                   IF NOT DEPT-STAT-ACTIVE
                       SET WS-EDIT-FAILED TO TRUE
                       MOVE WS-DEPT-INACTIVE-REASON TO WS-DL-REASON
                   END-IF
               WHEN WS-DEPTF-NOTFND
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE WS-DEPT-UNKNOWN-REASON TO WS-DL-REASON
               WHEN OTHER
                   DISPLAY 'TREGLOAD: DEPTMSTF READ FAILED - '
                       'STATUS ' WS-DEPTF-STATUS ' - ABENDING'
                   STOP RUN
           END-EVALUATE.

       2300-APPLY-ADD.
           PERFORM 2250-EDIT-MAINT-FIELDS
           IF WS-EDIT-FAILED
               PERFORM 2800-WRITE-REJECT-LINE
           ELSE
               MOVE MIN-TRAN-ID  TO TREG-KEY-TRAN-ID
               EVALUATE TRUE
                   WHEN WS-TREGF-OK
                       ADD 1 TO WS-ADDED-COUNT
                       MOVE 'A' TO MJRN-ACTION
                       MOVE SPACES TO MJRN-BEFORE-IMAGE
                       MOVE TREG-RECORD TO MJRN-AFTER-IMAGE
                       PERFORM 2600-JOURNAL-CHANGE
                       PERFORM 2700-WRITE-APPLIED-LINE
                   WHEN WS-TREGF-DUPLICATE
                       MOVE WS-DUPLICATE-REASON TO WS-DL-REASON
           END-IF.

       2400-APPLY-CHANGE.
           PERFORM 2250-EDIT-MAINT-FIELDS
           IF WS-EDIT-FAILED
               PERFORM 2800-WRITE-REJECT-LINE
           ELSE
               MOVE MIN-TRAN-ID TO TREG-KEY-TRAN-ID
               READ REGISTRY-FILE
               EVALUATE TRUE
                   WHEN WS-TREGF-OK
                       MOVE TREG-RECORD TO MJRN-BEFORE-IMAGE
                       MOVE MIN-DESC TO TREG-DESC
                       MOVE MIN-DEPT TO TREG-DEPT
                       MOVE MIN-CRIT TO TREG-CRIT
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE 'C' TO MJRN-ACTION
                       MOVE TREG-RECORD TO MJRN-AFTER-IMAGE
                       PERFORM 2600-JOURNAL-CHANGE
                       PERFORM 2700-WRITE-APPLIED-LINE
                   WHEN WS-TREGF-NOTFND
                       MOVE WS-NOTFOUND-REASON TO WS-DL-REASON

       2500-APPLY-DELETE.
           MOVE MIN-TRAN-ID TO TREG-KEY-TRAN-ID
           READ REGISTRY-FILE
           EVALUATE TRUE
               WHEN WS-TREGF-OK
                   MOVE TREG-RECORD TO MJRN-BEFORE-IMAGE
                   DELETE REGISTRY-FILE RECORD
                   IF NOT WS-TREGF-OK
                       DISPLAY 'TREGLOAD: TRANREGF DELETE FAILED - '
                           'STATUS ' WS-TREGF-STATUS ' - ABENDING'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE 'D' TO MJRN-ACTION
                   MOVE SPACES TO MJRN-AFTER-IMAGE
                   PERFORM 2600-JOURNAL-CHANGE
                   PERFORM 2700-WRITE-APPLIED-LINE
               WHEN WS-TREGF-NOTFND
                   MOVE WS-NOTFOUND-REASON TO WS-DL-REASON
                   PERFORM 2800-WRITE-REJECT-LINE
               WHEN OTHER
                   DISPLAY 'TREGLOAD: TRANREGF READ FAILED - '
                       'STATUS ' WS-TREGF-STATUS ' - ABENDING'
                   STOP RUN
           END-EVALUATE.

       2600-JOURNAL-CHANGE.
           MOVE 'TRANREGF' TO MJRN-KEY-FILE
           MOVE TREG-KEY   TO MJRN-RECORD-KEY
           PERFORM MAINT-JOURNAL-PUT.

       2700-WRITE-APPLIED-LINE.
           MOVE WS-APPLIED-LITERAL TO WS-DL-RESULT
           MOVE SPACES TO WS-DL-REASON
           CLOSE REGISTRY-FILE
           IF WS-MODE-LOAD
               CLOSE MAINT-IN-FILE
               CLOSE JOURNAL-FILE
               CLOSE DEPT-MASTER-FILE
           ELSE
               CLOSE MAINT-OUT-FILE
           END-IF
           CLOSE REPORT-FILE.

       COPY MJRNPUT.
