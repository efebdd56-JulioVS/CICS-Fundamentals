      *****************************************************************
      *    DEPTXCHK - DEPARTMENT MASTER CROSS-CHECK                    *
      *                                                                *
      *    ONE-OFF LISTING RUN WHEN THE DEPARTMENT MASTER DEPTMSTF     *
      *    (DEPTREC.CPY) IS FIRST LOADED, AND AFTERWARDS WHENEVER A    *
      *    DEPARTMENT IS SET INACTIVE, TO FIND EVERY RECORD THAT       *
      *    TREGMNT, OPERMNT AND TREGLOAD WOULD NOW REFUSE.  READS THE  *
      *    WHOLE OF TRANREGF AND THEN THE WHOLE OF OPERMSTF AND LOOKS  *
      *    UP EACH RECORD'S DEPARTMENT ON DEPTMSTF, PRINTING ONE LINE  *
      *    FOR EVERY RECORD WHOSE DEPARTMENT IS BLANK, NOT ON          *
      *    DEPTMSTF, OR INACTIVE THERE, WITH THE REASON, FOLLOWED BY   *
      *    READ AND EXCEPTION COUNTS FOR EACH FILE.                    *
      *                                                                *
      *    NOTHING IS UPDATED - THE LISTING IS WORKED OFF THROUGH      *
      *    TREGMNT/OPERMNT (OR A TREGLOAD DECK) AND DEPTMNT.  TAKES NO *
      *    PARAMETER CARD AND WRITES NO RUN-CONTROL RECORDS, SINCE IT  *
      *    IS NOT PART OF THE NIGHTLY CHAIN.                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTXCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO TRANREGF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TREG-KEY
               FILE STATUS IS WS-TREGF-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPER-KEY
               FILE STATUS IS WS-OPERMF-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-KEY
               FILE STATUS IS WS-DEPTF-STATUS.

           SELECT REPORT-FILE ASSIGN TO DEPTXCHK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE
           RECORD CONTAINS 43 CHARACTERS.
           COPY TREGREC.

       FD  OPERATOR-MASTER-FILE
           RECORD CONTAINS 63 CHARACTERS.
           COPY OPERREC.

       FD  DEPT-MASTER-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY DEPTREC.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-TREGF-STATUS             PIC X(2).
               88  WS-TREGF-OK             VALUE '00'.
           05  WS-OPERMF-STATUS            PIC X(2).
               88  WS-OPERMF-OK            VALUE '00'.
           05  WS-DEPTF-STATUS             PIC X(2).
               88  WS-DEPTF-OK             VALUE '00'.
               88  WS-DEPTF-NOTFND         VALUE '23'.
           05  WS-REPORT-STATUS            PIC X(2).
               88  WS-REPORT-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-DEPT-RESULT              PIC X(1).
               88  WS-DEPT-RESOLVED        VALUE 'Y'.
               88  WS-DEPT-UNRESOLVED      VALUE 'N'.

       01  WS-CHECK-DEPT                   PIC X(8).
       01  WS-CHECK-REASON                 PIC X(30).

       01  WS-COUNT-FIELDS.
           05  WS-TREG-READ-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-TREG-EXCEPTION-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-OPER-READ-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-OPER-EXCEPTION-COUNT     PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1                    PIC X(60)
           VALUE 'DEPARTMENT MASTER CROSS-CHECK'.

       01  WS-TREG-HEADING                 PIC X(60)
           VALUE 'TRANREGF - TRANSACTIONS WITH AN UNRESOLVED DEPT'.
       01  WS-OPER-HEADING                 PIC X(60)
           VALUE 'OPERMSTF - OPERATORS WITH AN UNRESOLVED DEPT'.

       01  WS-TREG-COLUMN-HEADING.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE 'TRAN'.
           05  FILLER                      PIC X(32)
               VALUE 'DESCRIPTION'.
           05  FILLER                      PIC X(10) VALUE 'DEPT'.
           05  FILLER                      PIC X(6)  VALUE 'REASON'.

       01  WS-TREG-DETAIL-LINE.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-TDL-TRAN-ID              PIC X(4).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-TDL-DESC                 PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-TDL-DEPT                 PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-TDL-REASON               PIC X(30).

       01  WS-OPER-COLUMN-HEADING.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                      PIC X(32) VALUE 'NAME'.
           05  FILLER                      PIC X(10) VALUE 'DEPT'.
           05  FILLER                      PIC X(8)  VALUE 'STATUS'.
           05  FILLER                      PIC X(6)  VALUE 'REASON'.

       01  WS-OPER-DETAIL-LINE.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-ODL-OPERATOR-ID          PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ODL-NAME                 PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ODL-DEPT                 PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ODL-STATUS               PIC X(1).
           05  FILLER                      PIC X(7)  VALUE SPACES.
           05  WS-ODL-REASON               PIC X(30).

       01  WS-BLANK-DEPT-LITERAL           PIC X(30)
           VALUE 'NO DEPARTMENT'.
       01  WS-NOT-ON-FILE-LITERAL          PIC X(30)
           VALUE 'NOT ON DEPTMSTF'.
       01  WS-INACTIVE-LITERAL             PIC X(30)
           VALUE 'INACTIVE ON DEPTMSTF'.
       01  WS-NONE-MSG                     PIC X(60)
           VALUE '    (NONE)'.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(26)
               VALUE 'TRANREGF RECORDS READ     '.
           05  WS-TL1-COUNT                PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(26)
               VALUE '  DEPARTMENT UNRESOLVED   '.
           05  WS-TL2-COUNT                PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                      PIC X(26)
               VALUE 'OPERMSTF RECORDS READ     '.
           05  WS-TL3-COUNT                PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                      PIC X(26)
               VALUE '  DEPARTMENT UNRESOLVED   '.
           05  WS-TL4-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-REGISTRY
           PERFORM 3000-CHECK-OPERATORS
           PERFORM 6000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT REGISTRY-FILE
           IF NOT WS-TREGF-OK
               DISPLAY 'DEPTXCHK: TRANREGF OPEN FAILED - STATUS '
                   WS-TREGF-STATUS
               STOP RUN
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF NOT WS-OPERMF-OK
               DISPLAY 'DEPTXCHK: OPERMSTF OPEN FAILED - STATUS '
                   WS-OPERMF-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DEPT-MASTER-FILE
           IF NOT WS-DEPTF-OK
               DISPLAY 'DEPTXCHK: DEPTMSTF OPEN FAILED - STATUS '
                   WS-DEPTF-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'DEPTXCHK: REPORT FILE OPEN FAILED - STATUS '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE.

       2000-CHECK-REGISTRY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TREG-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TREG-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2100-READ-REGISTRY
           PERFORM 2200-CHECK-REGISTRY-RECORD UNTIL WS-END-OF-FILE
           IF WS-TREG-EXCEPTION-COUNT = ZERO
               MOVE WS-NONE-MSG TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2100-READ-REGISTRY.
           READ REGISTRY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2200-CHECK-REGISTRY-RECORD.
           ADD 1 TO WS-TREG-READ-COUNT
           MOVE TREG-DEPT TO WS-CHECK-DEPT
           PERFORM 5000-RESOLVE-DEPARTMENT
           IF WS-DEPT-UNRESOLVED
               ADD 1 TO WS-TREG-EXCEPTION-COUNT
               MOVE TREG-KEY-TRAN-ID TO WS-TDL-TRAN-ID
               MOVE TREG-DESC        TO WS-TDL-DESC
               MOVE TREG-DEPT        TO WS-TDL-DEPT
               MOVE WS-CHECK-REASON  TO WS-TDL-REASON
               MOVE WS-TREG-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 2100-READ-REGISTRY.

       3000-CHECK-OPERATORS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPER-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPER-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3100-READ-OPERATOR
           PERFORM 3200-CHECK-OPERATOR-RECORD UNTIL WS-END-OF-FILE
           IF WS-OPER-EXCEPTION-COUNT = ZERO
               MOVE WS-NONE-MSG TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3100-READ-OPERATOR.
           READ OPERATOR-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3200-CHECK-OPERATOR-RECORD.
           ADD 1 TO WS-OPER-READ-COUNT
           MOVE OPER-DEPT TO WS-CHECK-DEPT
           PERFORM 5000-RESOLVE-DEPARTMENT
           IF WS-DEPT-UNRESOLVED
               ADD 1 TO WS-OPER-EXCEPTION-COUNT
               MOVE OPER-KEY-OPER-ID TO WS-ODL-OPERATOR-ID
               MOVE OPER-NAME        TO WS-ODL-NAME
               MOVE OPER-DEPT        TO WS-ODL-DEPT
               MOVE OPER-STATUS      TO WS-ODL-STATUS
               MOVE WS-CHECK-REASON  TO WS-ODL-REASON
               MOVE WS-OPER-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 3100-READ-OPERATOR.

      *    THE SAME TEST AS DEPARTMENT-VALIDATE IN DEPTCHK.CPY: A
      *    DEPARTMENT RESOLVES ONLY IF IT IS NON-BLANK, ON DEPTMSTF AND
      *    ACTIVE THERE.
       5000-RESOLVE-DEPARTMENT.
           SET WS-DEPT-RESOLVED TO TRUE
           MOVE SPACES TO WS-CHECK-REASON
           IF WS-CHECK-DEPT = SPACES
               SET WS-DEPT-UNRESOLVED TO TRUE
               MOVE WS-BLANK-DEPT-LITERAL TO WS-CHECK-REASON
           ELSE
               MOVE WS-CHECK-DEPT TO DEPT-KEY-CODE
               READ DEPT-MASTER-FILE
               EVALUATE TRUE
                   WHEN WS-DEPTF-OK
                       IF NOT DEPT-STAT-ACTIVE
                           SET WS-DEPT-UNRESOLVED TO TRUE
                           MOVE WS-INACTIVE-LITERAL
                               TO WS-CHECK-REASON
                       END-IF
                   WHEN WS-DEPTF-NOTFND
                       SET WS-DEPT-UNRESOLVED TO TRUE
                       MOVE WS-NOT-ON-FILE-LITERAL TO WS-CHECK-REASON
                   WHEN OTHER
                       DISPLAY 'DEPTXCHK: DEPTMSTF READ FAILED - '
                           'STATUS ' WS-DEPTF-STATUS ' - ABENDING'
                       STOP RUN
               END-EVALUATE
           END-IF.

       6000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TREG-READ-COUNT TO WS-TL1-COUNT
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TREG-EXCEPTION-COUNT TO WS-TL2-COUNT
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPER-READ-COUNT TO WS-TL3-COUNT
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPER-EXCEPTION-COUNT TO WS-TL4-COUNT
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE REGISTRY-FILE
           CLOSE OPERATOR-MASTER-FILE
           CLOSE DEPT-MASTER-FILE
           CLOSE REPORT-FILE.
