      *****************************************************************
      *    DEPTMNT - DEPARTMENT MASTER MAINTENANCE TRANSACTION         *
      *                                                                *
      *    ADD/CHANGE/DELETE/INQUIRE MAINTENANCE OVER THE DEPARTMENT   *
      *    MASTER FILE DEPTMSTF (SEE DEPTREC.CPY), THE LIST OF         *
      *    DEPARTMENT CODES THAT TREGMNT, OPERMNT AND TREGLOAD NOW     *
      *    VALIDATE TREG-DEPT AND OPER-DEPT AGAINST.  HOUSE            *
      *    CONVENTIONS: AIDKEYS/AIDCHECK FOR KEY HANDLING, CALENCHK    *
      *    ON RE-INVOCATION, SEND TEXT/RECEIVE PSEUDO-CONVERSATION     *
      *    MODELLED ON OPERMNT.CBL, TRANSACTION-AUTHORIZE-CHECK        *
      *    (AUTHCHK.CPY) BEFORE ANY WORK, AND EVERY APPLIED ADD,       *
      *    CHANGE AND DELETE JOURNALED TO MNTJRNF (MJRNLOG.CPY).       *
      *                                                                *
      *    INPUT IS A SINGLE KEYED LINE:                               *
      *        COL 1      FUNCTION - I NQUIRE, A DD, C HANGE, D ELETE  *
      *        COL 2-9    DEPARTMENT CODE                              *
      *        COL 10-39  DESCRIPTION        (A AND C ONLY)            *
      *        COL 40-47  GL COST CENTER     (A AND C ONLY)            *
      *        COL 48-55  MANAGER OPERATOR   (A AND C ONLY - MUST BE   *
      *                   ON OPERMSTF, OR SPACES FOR NONE)             *
      *        COL 56     STATUS A/I         (A AND C ONLY)            *
      *    ENTER PROCESSES THE LINE, PF3 ENDS THE TRANSACTION.  ADD    *
      *    OF AN EXISTING CODE AND CHANGE/DELETE/INQUIRE OF A MISSING  *
      *    CODE GET THEIR OWN MESSAGES RATHER THAN A GENERIC FAILURE.  *
      *                                                                *
      *    RETIRE A DEPARTMENT BY CHANGING IT TO 'I' RATHER THAN       *
      *    DELETING IT - RECORDS ALREADY CARRYING THE CODE THEN STILL  *
      *    RESOLVE ON DEPTCHG AND THE DEPTXCHK CROSS-CHECK, BUT NO NEW *
      *    REGISTRY OR OPERATOR RECORD CAN BE POINTED AT IT.           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMNT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DFHEIBLK.
       COPY AIDKEYS.
       COPY CALENWS.
       COPY DEPTREC.
       COPY OPERREC.
       COPY TREGREC.
       COPY SIGNWS.
       COPY AUTHWS.
       COPY MJRNREC.
       COPY MJRNWS.

       01  WS-DEPT-RESP                    PIC S9(8) COMP.
       01  WS-OPER-RESP                    PIC S9(8) COMP.

       01  WS-MAINT-INPUT.
           05  WS-MI-FUNCTION              PIC X(1).
               88  WS-MI-INQUIRE           VALUE 'I'.
               88  WS-MI-ADD               VALUE 'A'.
               88  WS-MI-CHANGE            VALUE 'C'.
               88  WS-MI-DELETE            VALUE 'D'.
           05  WS-MI-DEPT                  PIC X(8).
           05  WS-MI-DESC                  PIC X(30).
           05  WS-MI-COST-CENTER           PIC X(8).
           05  WS-MI-MGR-OPER-ID           PIC X(8).
           05  WS-MI-STATUS                PIC X(1).

       01  WS-PROMPT-SCREEN.
           05  WS-PROMPT-LINE-1.
               10  FILLER                  PIC X(45) VALUE
                   'DEPARTMENT MASTER MAINTENANCE - KEY A LINE:'.
               10  FILLER                  PIC X(35) VALUE SPACES.
           05  WS-PROMPT-LINE-2.
               10  FILLER                  PIC X(44)
                   VALUE 'FUNCTION(I/A/C/D) DEPT(8) DESC(30) CCTR(8) '.
               10  FILLER                  PIC X(36)
                   VALUE 'MGR(8) STAT(A/I)'.
           05  WS-PROMPT-LINE-3.
               10  FILLER                  PIC X(42)
                   VALUE 'ENTER=PROCESS  PF3=END'.
               10  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-INQUIRY-SCREEN.
           05  WS-INQ-LINE-1.
               10  FILLER                  PIC X(5)  VALUE 'DEPT '.
               10  WS-IS-DEPT              PIC X(8).
               10  FILLER                  PIC X(7)  VALUE '  DESC '.
               10  WS-IS-DESC              PIC X(30).
               10  FILLER                  PIC X(30) VALUE SPACES.
           05  WS-INQ-LINE-2.
               10  FILLER                  PIC X(12)
                   VALUE 'COST CENTER '.
               10  WS-IS-COST-CENTER       PIC X(8).
               10  FILLER                  PIC X(10) VALUE '  MANAGER '.
               10  WS-IS-MGR-OPER-ID       PIC X(8).
               10  FILLER                  PIC X(9)  VALUE '  STATUS '.
               10  WS-IS-STATUS            PIC X(1).
               10  FILLER                  PIC X(32) VALUE SPACES.
           05  WS-INQ-LINE-3.
               10  FILLER                  PIC X(42)
                   VALUE 'ENTER=ANOTHER  PF3=END'.
               10  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-ADDED-MSG                    PIC X(40)
           VALUE 'DEPARTMENT MASTER ENTRY ADDED'.
       01  WS-CHANGED-MSG                  PIC X(40)
           VALUE 'DEPARTMENT MASTER ENTRY CHANGED'.
       01  WS-DELETED-MSG                  PIC X(40)
           VALUE 'DEPARTMENT MASTER ENTRY DELETED'.
       01  WS-DUPLICATE-MSG                PIC X(40)
           VALUE 'DEPARTMENT IS ALREADY ON THE MASTER'.
       01  WS-NOTFOUND-MSG                 PIC X(40)
           VALUE 'DEPARTMENT IS NOT ON THE MASTER'.
       01  WS-BAD-FUNCTION-MSG             PIC X(40)
           VALUE 'FUNCTION MUST BE I, A, C OR D'.
       01  WS-BAD-STATUS-MSG               PIC X(40)
           VALUE 'STATUS MUST BE A OR I'.
       01  WS-BAD-DEPT-MSG                 PIC X(40)
           VALUE 'DEPARTMENT CODE IS REQUIRED'.
       01  WS-BAD-COST-CENTER-MSG          PIC X(40)
           VALUE 'COST CENTER IS REQUIRED'.
       01  WS-BAD-MGR-MSG                  PIC X(40)
           VALUE 'MANAGER IS NOT ON THE OPERATOR MASTER'.
       01  WS-IO-FAILED-MSG                PIC X(40)
           VALUE 'DEPARTMENT MASTER REQUEST FAILED'.
       01  WS-GOODBYE-MSG                  PIC X(40)
           VALUE 'DEPARTMENT MAINTENANCE ENDED'.
       01  WS-RESULT-MSG                   PIC X(40).

       01  WS-EDIT-OK-SWITCH               PIC X(1).
           88  WS-EDIT-OK                  VALUE 'Y'.
           88  WS-EDIT-FAILED              VALUE 'N'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(56).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM TRANSACTION-AUTHORIZE-CHECK
           IF WS-AUTH-ALLOWED
               IF EIBCALEN = 0
                   PERFORM 1000-SEND-PROMPT-SCREEN
               ELSE
                   MOVE LENGTH OF WS-MAINT-INPUT TO WS-EXPECTED-CALEN
                   PERFORM COMMAREA-LENGTH-CHECK
                   PERFORM 2000-HANDLE-AID-KEY
               END-IF
           END-IF
           EXEC CICS RETURN
           END-EXEC
           GOBACK.

       1000-SEND-PROMPT-SCREEN.
           EXEC CICS SEND TEXT
               FROM(WS-PROMPT-SCREEN)
               LENGTH(LENGTH OF WS-PROMPT-SCREEN)
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
                   PERFORM 3000-PROCESS-MAINT-LINE
               WHEN OTHER
                   PERFORM UNSUPPORTED-KEY-ERROR
                   PERFORM 8000-RETURN-TRANSID
           END-EVALUATE.

       3000-PROCESS-MAINT-LINE.
           MOVE SPACES TO WS-MAINT-INPUT
           EXEC CICS RECEIVE
               INTO(WS-MAINT-INPUT)
               LENGTH(LENGTH OF WS-MAINT-INPUT)
               RESP(WS-DEPT-RESP)
           END-EXEC
           IF WS-DEPT-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
               PERFORM 7000-SEND-RESULT
           ELSE
               IF WS-MI-DEPT = SPACES
                   MOVE WS-BAD-DEPT-MSG TO WS-RESULT-MSG
                   PERFORM 7000-SEND-RESULT
               ELSE
                   EVALUATE TRUE
                       WHEN WS-MI-INQUIRE
                           PERFORM 4000-INQUIRE-ENTRY
                       WHEN WS-MI-ADD
                           PERFORM 4100-ADD-ENTRY
                       WHEN WS-MI-CHANGE
                           PERFORM 4200-CHANGE-ENTRY
                       WHEN WS-MI-DELETE
                           PERFORM 4300-DELETE-ENTRY
                       WHEN OTHER
                           MOVE WS-BAD-FUNCTION-MSG
                               TO WS-RESULT-MSG
                           PERFORM 7000-SEND-RESULT
                   END-EVALUATE
               END-IF
           END-IF.

       3500-EDIT-MAINT-FIELDS.
           SET WS-EDIT-OK TO TRUE
           IF WS-MI-STATUS NOT = 'A' AND 'I'
               SET WS-EDIT-FAILED TO TRUE
               MOVE WS-BAD-STATUS-MSG TO WS-RESULT-MSG
           ELSE
               IF WS-MI-COST-CENTER = SPACES
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE WS-BAD-COST-CENTER-MSG TO WS-RESULT-MSG
               ELSE
                   IF WS-MI-MGR-OPER-ID NOT = SPACES
                       PERFORM 3600-EDIT-MANAGER
                   END-IF
               END-IF
           END-IF.

       3600-EDIT-MANAGER.
           MOVE WS-MI-MGR-OPER-ID TO OPER-KEY-OPER-ID
           EXEC CICS READ
               FILE('OPERMSTF')
               INTO(OPER-RECORD)
               RIDFLD(OPER-KEY)
               RESP(WS-OPER-RESP)
           END-EXEC
           EVALUATE WS-OPER-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE WS-BAD-MGR-MSG TO WS-RESULT-MSG
               WHEN OTHER
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
           END-EVALUATE.

       4000-INQUIRE-ENTRY.
           MOVE WS-MI-DEPT TO DEPT-KEY-CODE
           EXEC CICS READ
               FILE('DEPTMSTF')
               INTO(DEPT-RECORD)
               RIDFLD(DEPT-KEY)
               RESP(WS-DEPT-RESP)
           END-EXEC
           EVALUATE WS-DEPT-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE DEPT-KEY-CODE    TO WS-IS-DEPT
                   MOVE DEPT-DESC        TO WS-IS-DESC
                   MOVE DEPT-COST-CENTER TO WS-IS-COST-CENTER
                   MOVE DEPT-MGR-OPER-ID TO WS-IS-MGR-OPER-ID
                   MOVE DEPT-STATUS      TO WS-IS-STATUS
                   EXEC CICS SEND TEXT
                       FROM(WS-INQUIRY-SCREEN)
                       LENGTH(LENGTH OF WS-INQUIRY-SCREEN)
                       ERASE
                       FREEKB
                   END-EXEC
                   PERFORM 8000-RETURN-TRANSID
               WHEN DFHRESP(NOTFND)
                   MOVE WS-NOTFOUND-MSG TO WS-RESULT-MSG
                   PERFORM 7000-SEND-RESULT
               WHEN OTHER
                   MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
                   PERFORM 7000-SEND-RESULT
           END-EVALUATE.

       4100-ADD-ENTRY.
           PERFORM 3500-EDIT-MAINT-FIELDS
           IF WS-EDIT-FAILED
               PERFORM 7000-SEND-RESULT
           ELSE
               MOVE WS-MI-DEPT         TO DEPT-KEY-CODE
               MOVE WS-MI-DESC         TO DEPT-DESC
               MOVE WS-MI-COST-CENTER  TO DEPT-COST-CENTER
               MOVE WS-MI-MGR-OPER-ID  TO DEPT-MGR-OPER-ID
               MOVE WS-MI-STATUS       TO DEPT-STATUS
               EXEC CICS WRITE
                   FILE('DEPTMSTF')
                   FROM(DEPT-RECORD)
                   RIDFLD(DEPT-KEY)
                   RESP(WS-DEPT-RESP)
               END-EXEC
               EVALUATE WS-DEPT-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE WS-ADDED-MSG TO WS-RESULT-MSG
                       MOVE 'A' TO MJRN-ACTION
                       MOVE SPACES TO MJRN-BEFORE-IMAGE
                       MOVE DEPT-RECORD TO MJRN-AFTER-IMAGE
                       PERFORM 6000-JOURNAL-CHANGE
                   WHEN DFHRESP(DUPREC)
                       MOVE WS-DUPLICATE-MSG TO WS-RESULT-MSG
                   WHEN OTHER
                       MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
               END-EVALUATE
               PERFORM 7000-SEND-RESULT
           END-IF.

       4200-CHANGE-ENTRY.
           PERFORM 3500-EDIT-MAINT-FIELDS
           IF WS-EDIT-FAILED
               PERFORM 7000-SEND-RESULT
           ELSE
               MOVE WS-MI-DEPT TO DEPT-KEY-CODE
               EXEC CICS READ
                   FILE('DEPTMSTF')
                   INTO(DEPT-RECORD)
                   RIDFLD(DEPT-KEY)
                   UPDATE
                   RESP(WS-DEPT-RESP)
               END-EXEC
               EVALUATE WS-DEPT-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE DEPT-RECORD TO MJRN-BEFORE-IMAGE
                       MOVE WS-MI-DESC         TO DEPT-DESC
                       MOVE WS-MI-COST-CENTER  TO DEPT-COST-CENTER
                       MOVE WS-MI-MGR-OPER-ID  TO DEPT-MGR-OPER-ID
                       MOVE WS-MI-STATUS       TO DEPT-STATUS
                       EXEC CICS REWRITE
                           FILE('DEPTMSTF')
                           FROM(DEPT-RECORD)
                           RESP(WS-DEPT-RESP)
                       END-EXEC
                       IF WS-DEPT-RESP = DFHRESP(NORMAL)
                           MOVE WS-CHANGED-MSG TO WS-RESULT-MSG
                           MOVE 'C' TO MJRN-ACTION
                           MOVE DEPT-RECORD TO MJRN-AFTER-IMAGE
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
           END-IF.

       4300-DELETE-ENTRY.
           MOVE WS-MI-DEPT TO DEPT-KEY-CODE
           EXEC CICS READ
               FILE('DEPTMSTF')
               INTO(DEPT-RECORD)
               RIDFLD(DEPT-KEY)
               UPDATE
               RESP(WS-DEPT-RESP)
           END-EXEC
           EVALUATE WS-DEPT-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE DEPT-RECORD TO MJRN-BEFORE-IMAGE
                   EXEC CICS DELETE
                       FILE('DEPTMSTF')
                       RESP(WS-DEPT-RESP)
                   END-EXEC
                   IF WS-DEPT-RESP = DFHRESP(NORMAL)
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
                   MOVE WS-IO-FAILED-MSG TO WS-RESULT-MSG
           END-EVALUATE
           PERFORM 7000-SEND-RESULT.

       6000-JOURNAL-CHANGE.
           MOVE 'DEPTMSTF' TO MJRN-KEY-FILE
           MOVE DEPT-KEY TO MJRN-RECORD-KEY
           PERFORM MAINT-JOURNAL-WRITE
           IF WS-MJRN-WRITE-FAILED
               MOVE WS-MJRN-FAILED-MSG TO WS-RESULT-MSG
           END-IF.

       7000-SEND-RESULT.
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
