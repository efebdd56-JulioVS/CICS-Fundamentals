      *    CCYYMM, WHICH IS THE INTENDED MONTHLY CHARGEBACK RUN; 'D'   *
      *    NARROWS TO ONE DAY FOR SPOT CHECKS.  A MISSING, EMPTY OR    *
      *    ZERO-DATE CARD ABENDS THE JOB RATHER THAN DEFAULTING.       *
      *    RUN-TYPE 'G' IS THE MONTH-END GENERAL-LEDGER RUN: THE SAME  *
      *    WHOLE-MONTH REPORT, PLUS THE GL JOURNAL INTERFACE FILE      *
      *    GLJRNL (SEE GLJREC.CPY).  GLFEEDF (GLFCREC.CPY) RECORDS     *
      *    EACH PERIOD FED, AND A SECOND 'G' RUN FOR THE SAME MONTH    *
      *    ABENDS UNLESS COLUMN 10 OF THE CARD CARRIES THE RERUN FLAG  *
      *    'R' - A RERUN FEED CARRIES THE NEXT RUN SEQUENCE IN ITS     *
      *    HEADER SO THE LEDGER KNOWS IT REPLACES THE EARLIER ONE.     *
      *    EACH DEPARTMENT'S DEBIT IS POSTED TO THE COST CENTER ON ITS *
      *    DEPARTMENT MASTER (DEPTMSTF) RECORD, OR TO THE DEPARTMENT   *
      *    CODE ITSELF WHEN IT HAS NONE.                               *
      *                                                                *
      *    EVERY TASK IS PRICED FROM CHGRATEF (CRATREC.CPY) BY ITS     *
      *    TRANSACTION'S CRITICALITY (TREG-CRIT) AT THE RATE IN        *
      *    EFFECT ON THE DAY IT RAN: THE PER-TASK RATE PLUS THE        *
      *    PER-SECOND RATE TIMES ITS ELAPSED SECONDS.  SUSPENSE        *
      *    ACTIVITY (AND A REGISTERED ID WITH NO CRITICALITY) IS       *
      *    PRICED AT THE MEDIUM RATE.  A TASK WITH NO RATE IN EFFECT   *
      *    IS LEFT UNPRICED AND COUNTED ON THE REPORT; A 'G' RUN WITH  *
      *    UNPRICED TASKS ABENDS BEFORE WRITING THE JOURNAL RATHER     *
      *    THAN UNDER-BILL THE MONTH.                                  *
      *                                                                *
      *    VERIFIES AUDSTAGE'S CLEAN RUN-CONTROL END RECORD (RUNCTLF,  *
      *    SEE RUNCTLCK.CPY) FOR THE PARM DATE AND WRITES ITS OWN      *
      *    START/END RECORDS WITH CONTROL TOTALS.                      *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *   15OCT26 - TASKS ARE NOW PRICED FROM THE CHGRATEF CRITICALITY *
      *             RATE TABLE, AND THE NEW 'G' MONTH-END RUN TYPE     *
      *             WRITES THE GL JOURNAL INTERFACE FILE GLJRNL,       *
      *             GUARDED BY THE GLFEEDF FEED REGISTER AGAINST A     *
      *             SECOND FEED FOR THE SAME MONTH UNLESS THE RERUN    *
      *             FLAG IS GIVEN.                                     *
      *   15OCT26 - GL DEBITS NOW CARRY THE COST CENTER FROM THE       *
      *             DEPARTMENT MASTER DEPTMSTF IN PLACE OF THE         *
      *             DEPARTMENT CODE.                                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTCHG.
               RECORD KEY IS RCTL-KEY
               FILE STATUS IS WS-RCTLF-STATUS.

           SELECT RATE-FILE ASSIGN TO CHGRATEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRAT-KEY
               FILE STATUS IS WS-CRATF-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJF-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO GLFEEDF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLFC-KEY
               FILE STATUS IS WS-GLFCF-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-KEY
               FILE STATUS IS WS-DEPTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           COPY TREGREC.

       FD  PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  PARM-CARD.
           05  PARM-RUN-TYPE               PIC X(1).
           05  PARM-RUN-DATE               PIC 9(8).
           05  PARM-RERUN-FLAG             PIC X(1).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           RECORD CONTAINS 54 CHARACTERS.
           COPY RCTLREC.

       FD  RATE-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY CRATREC.

       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJREC.

       FD  GL-CONTROL-FILE
           RECORD CONTAINS 52 CHARACTERS.
           COPY GLFCREC.

       FD  DEPT-MASTER-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY DEPTREC.

       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.

               88  WS-PARMF-OK             VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(2).
               88  WS-REPORT-OK            VALUE '00'.
           05  WS-CRATF-STATUS             PIC X(2).
               88  WS-CRATF-OK             VALUE '00'.
           05  WS-GLJF-STATUS              PIC X(2).
               88  WS-GLJF-OK              VALUE '00'.
           05  WS-GLFCF-STATUS             PIC X(2).
               88  WS-GLFCF-OK             VALUE '00'.
               88  WS-GLFCF-NOTFND         VALUE '23'.
           05  WS-DEPTF-STATUS             PIC X(2).
               88  WS-DEPTF-OK             VALUE '00'.
               88  WS-DEPTF-NOTFND         VALUE '23'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.

       01  WS-RUN-TYPE                     PIC X(1) VALUE 'M'.
           88  WS-RUN-TYPE-DAILY           VALUE 'D'.
           88  WS-RUN-TYPE-MONTHLY         VALUE 'M' 'G'.
           88  WS-RUN-TYPE-GL-FEED         VALUE 'G'.

       01  WS-RERUN-SWITCH                 PIC X(1) VALUE 'N'.
           88  WS-RERUN-REQUESTED          VALUE 'Y'.
       01  WS-GLFC-EXISTS-SWITCH           PIC X(1) VALUE 'N'.
           88  WS-GLFC-EXISTS              VALUE 'Y'.

       01  WS-RUN-TYPE-LITERAL             PIC X(7) VALUE 'MONTHLY'.


       01  WS-SUSPENSE-DEPT                PIC X(8)
           VALUE 'SUSPENSE'.
       01  WS-DEFAULT-CRIT                 PIC X(1) VALUE 'M'.

      *    FINANCE'S CHART-OF-ACCOUNTS NUMBERS FOR THE GL JOURNAL.
       01  WS-GL-ACCOUNTS.
           05  WS-GL-SOURCE                PIC X(8)  VALUE 'DEPTCHG'.
           05  WS-GL-CHARGE-ACCOUNT        PIC 9(8)  VALUE 61550000.
           05  WS-GL-SUSPENSE-ACCOUNT      PIC 9(8)  VALUE 19990000.
           05  WS-GL-RECOVERY-ACCOUNT      PIC 9(8)  VALUE 91550000.
           05  WS-GL-RECOVERY-COST-CENTER  PIC X(8)  VALUE 'ITOPS'.

       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 100 TIMES.
               10  WS-RATE-CRIT            PIC X(1).
               10  WS-RATE-EFF-DATE        PIC 9(8).
               10  WS-RATE-TASK-RATE       PIC 9(3)V9(4).
               10  WS-RATE-SECOND-RATE     PIC 9(1)V9(6).
       01  WS-RATE-USED                    PIC 9(4) VALUE ZERO.
       01  WS-RATE-SUBSCRIPT               PIC 9(4).
       01  WS-RATE-HIT-SUBSCRIPT           PIC 9(4).
       01  WS-RATE-TABLE-FULL-SWITCH       PIC X(1) VALUE 'N'.
           88  WS-RATE-TABLE-FULL          VALUE 'Y'.

       01  WS-PRICING-FIELDS.
           05  WS-TASK-CHARGE              PIC 9(9)V9(6) VALUE ZERO.
           05  WS-UNPRICED-COUNT           PIC 9(9) VALUE ZERO.

       01  WS-TIME-EXTRACT-FIELDS.
           05  WS-TIME-WORK                PIC 9(7).
               10  WS-TDEP-TRAN-ID         PIC X(4)  VALUE SPACES.
               10  WS-TDEP-DEPT            PIC X(8)  VALUE SPACES.
               10  WS-TDEP-SUSP-FLAG       PIC X(1)  VALUE 'N'.
               10  WS-TDEP-CRIT            PIC X(1)  VALUE SPACES.
       01  WS-TDEP-USED                    PIC 9(4) VALUE ZERO.
       01  WS-TDEP-SUBSCRIPT               PIC 9(4).
       01  WS-TDEP-FOUND-SWITCH            PIC X(1).
               10  WS-DEPT-SUSP-FLAG       PIC X(1)  VALUE 'N'.
               10  WS-DEPT-TASK-COUNT      PIC 9(9)  VALUE ZERO.
               10  WS-DEPT-TOTAL-SECS      PIC 9(9)  VALUE ZERO.
               10  WS-DEPT-CHARGE          PIC 9(11)V9(6) VALUE ZERO.
               10  WS-DEPT-TRAN-USED       PIC 9(2)  VALUE ZERO.
               10  WS-DEPT-TRAN-ENTRY OCCURS 50 TIMES.
                   15  WS-DEPT-TRAN-ID     PIC X(4)  VALUE SPACES.

       01  WS-POST-DEPT                    PIC X(8).
       01  WS-POST-SUSP-FLAG               PIC X(1).
       01  WS-POST-CRIT                    PIC X(1).
       01  WS-POST-SECS                    PIC 9(9) VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-TASK-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-GRAND-TOTAL-SECS         PIC 9(9) VALUE ZERO.
           05  WS-GRAND-CHARGE             PIC 9(13)V9(6) VALUE ZERO.

       01  WS-GL-TOTALS.
           05  WS-GL-RUN-SEQ               PIC 9(2) VALUE 1.
           05  WS-GL-AMOUNT                PIC 9(11)V99 VALUE ZERO.
           05  WS-GL-DETAIL-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-GL-DEBIT-TOTAL           PIC 9(13)V99 VALUE ZERO.
           05  WS-GL-CREDIT-TOTAL          PIC 9(13)V99 VALUE ZERO.
           05  WS-GL-ACCOUNT-HASH          PIC 9(15) VALUE ZERO.
           05  WS-GL-TODAY                 PIC 9(8).
           05  WS-GL-TIME-RAW              PIC 9(8).

       01  WS-HEADING-1                    PIC X(60)
           VALUE 'DEPARTMENT CHARGEBACK REPORT'.
           05  FILLER                      PIC X(15)
               VALUE '  ELAPSED SECS '.
           05  WS-DHL-TOTAL-SECS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(9)
               VALUE '  CHARGE '.
           05  WS-DHL-CHARGE               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DHL-SUSP-FLAG            PIC X(22).

           05  FILLER                      PIC X(15)
               VALUE '  ELAPSED SECS '.
           05  WS-GTL-TOTAL-SECS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(9)
               VALUE '  CHARGE '.
           05  WS-GTL-CHARGE               PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-UNPRICED-LINE.
           05  FILLER                      PIC X(19)
               VALUE 'WARNING - UNPRICED '.
           05  WS-UPL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(40)
               VALUE ' TASKS - NO CHGRATEF RATE IN EFFECT'.

       01  WS-GL-SUMMARY-LINE.
           05  FILLER                      PIC X(23)
               VALUE 'GL JOURNAL FOR PERIOD '.
           05  WS-GSL-PERIOD               PIC 9(6).
           05  FILLER                      PIC X(9)  VALUE '  RUN SEQ'.
           05  WS-GSL-RUN-SEQ              PIC Z9.
           05  FILLER                      PIC X(16)
               VALUE '  DETAIL LINES '.
           05  WS-GSL-DETAIL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(9)
               VALUE '  DEBITS '.
           05  WS-GSL-DEBIT-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-TDEP-TABLE-FULL-MSG          PIC X(60)
           VALUE 'NOTE - OVER 100 TRAN IDS SEEN - DEPT CACHE BYPASSED'.
           VALUE 'WARNING - OVER 50 DEPARTMENTS SEEN - TOTALS SHORT'.
       01  WS-DEPT-TRAN-FULL-MSG           PIC X(60)
           VALUE 'WARNING - OVER 50 TRANS FOR A DEPT - MIX SHORT'.
       01  WS-RATE-TABLE-FULL-MSG          PIC X(60)
           VALUE 'WARNING - OVER 100 CHGRATEF RECORDS - RATES SHORT'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-AUDIT-RECORDS UNTIL WS-END-OF-FILE
           PERFORM 4000-WRITE-REPORT
           IF WS-RUN-TYPE-GL-FEED
               PERFORM 5000-WRITE-GL-JOURNAL
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

           MOVE 'DEPTCHG' TO WS-RCTL-PROGRAM
           MOVE WS-RUN-DATE TO WS-RCTL-RUN-DATE
           PERFORM RUN-CONTROL-VERIFY-STAGE
           IF WS-RUN-TYPE-GL-FEED
               PERFORM 1300-CHECK-PERIOD-NOT-FED
           END-IF
           PERFORM RUN-CONTROL-START
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDITF-OK
                   WS-REPORT-STATUS
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-RATE-TABLE
           PERFORM 2100-READ-AUDIT-RECORD.

       1100-READ-RUN-TYPE-PARM.
               CLOSE PARM-FILE
               STOP RUN
           END-IF
           EVALUATE PARM-RUN-TYPE
               WHEN 'D'
                   MOVE 'D' TO WS-RUN-TYPE
                   MOVE 'DAILY' TO WS-RUN-TYPE-LITERAL
               WHEN 'G'
                   MOVE 'G' TO WS-RUN-TYPE
                   MOVE 'GL FEED' TO WS-RUN-TYPE-LITERAL
               WHEN OTHER
                   MOVE 'M' TO WS-RUN-TYPE
                   MOVE 'MONTHLY' TO WS-RUN-TYPE-LITERAL
           END-EVALUATE
           IF PARM-RERUN-FLAG = 'R'
               SET WS-RERUN-REQUESTED TO TRUE
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           COMPUTE WS-RUN-CCYYMM = WS-RUN-DATE / 100
           CLOSE PARM-FILE.

      *    CHGRATEF IS READ IN KEY ORDER (CRITICALITY, THEN EFFECTIVE
      *    DATE ASCENDING), SO THE LAST TABLE ENTRY THAT MATCHES A
      *    TASK IN 3700-PRICE-ONE-TASK IS THE RATE IN EFFECT FOR IT.
       1200-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF NOT WS-CRATF-OK
               DISPLAY 'DEPTCHG: CHGRATEF OPEN FAILED - STATUS '
                   WS-CRATF-STATUS
               STOP RUN
           END-IF
           PERFORM 1210-READ-RATE-RECORD
           PERFORM 1220-TABLE-ONE-RATE
               UNTIL WS-END-OF-FILE
           CLOSE RATE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       1210-READ-RATE-RECORD.
           READ RATE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1220-TABLE-ONE-RATE.
           IF WS-RATE-USED < 100
               ADD 1 TO WS-RATE-USED
               MOVE CRAT-KEY-CRIT TO WS-RATE-CRIT(WS-RATE-USED)
               MOVE CRAT-KEY-EFF-DATE
                   TO WS-RATE-EFF-DATE(WS-RATE-USED)
               MOVE CRAT-TASK-RATE
                   TO WS-RATE-TASK-RATE(WS-RATE-USED)
               MOVE CRAT-SECOND-RATE
                   TO WS-RATE-SECOND-RATE(WS-RATE-USED)
           ELSE
               SET WS-RATE-TABLE-FULL TO TRUE
           END-IF
           PERFORM 1210-READ-RATE-RECORD.

      *    A PERIOD ALREADY ON GLFEEDF HAS BEEN FED TO THE LEDGER -
      *    ABEND BEFORE ANY RUN CONTROL IS WRITTEN UNLESS THE CARD
      *    ASKS FOR A RERUN, IN WHICH CASE THE NEW FEED TAKES THE
      *    NEXT RUN SEQUENCE.  GLFEEDF STAYS OPEN FOR 5400.
       1300-CHECK-PERIOD-NOT-FED.
           OPEN I-O GL-CONTROL-FILE
           IF NOT WS-GLFCF-OK
               DISPLAY 'DEPTCHG: GLFEEDF OPEN FAILED - STATUS '
                   WS-GLFCF-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-CCYYMM TO GLFC-KEY-PERIOD
           READ GL-CONTROL-FILE
           IF WS-GLFCF-OK
               SET WS-GLFC-EXISTS TO TRUE
               IF NOT WS-RERUN-REQUESTED
                   DISPLAY 'DEPTCHG: GL FEED FOR PERIOD '
                       WS-RUN-CCYYMM ' WAS ALREADY SENT ON '
                       GLFC-SENT-DATE ' (RUN SEQ ' GLFC-RUN-SEQ ')'
                   DISPLAY 'DEPTCHG: RERUN FLAG R IN PARMIN COL 10 '
                       'IS REQUIRED - ABENDING'
                   CLOSE GL-CONTROL-FILE
                   STOP RUN
               END-IF
               COMPUTE WS-GL-RUN-SEQ = GLFC-RUN-SEQ + 1
           ELSE
               IF NOT WS-GLFCF-NOTFND
                   DISPLAY 'DEPTCHG: GLFEEDF READ FAILED - STATUS '
                       WS-GLFCF-STATUS
                   CLOSE GL-CONTROL-FILE
                   STOP RUN
               END-IF
           END-IF.

       2000-PROCESS-AUDIT-RECORDS.
           ADD 1 TO WS-RCTL-IN
           CALL 'DATECNVT' USING AUDIT-DATE-EIB WS-REC-CCYYDDD
           ELSE
               MOVE ZERO TO WS-POST-SECS
           END-IF
           PERFORM 3700-PRICE-ONE-TASK
           PERFORM 3400-POST-DEPARTMENT.

       3100-RESOLVE-OWNING-DEPT.
               MOVE WS-TDEP-DEPT(WS-TDEP-SUBSCRIPT) TO WS-POST-DEPT
               MOVE WS-TDEP-SUSP-FLAG(WS-TDEP-SUBSCRIPT)
                   TO WS-POST-SUSP-FLAG
               MOVE WS-TDEP-CRIT(WS-TDEP-SUBSCRIPT) TO WS-POST-CRIT
           ELSE
               PERFORM 3150-LOOKUP-REGISTRY-DEPT
               IF WS-TDEP-USED < 100
                       TO WS-TDEP-DEPT(WS-TDEP-USED)
                   MOVE WS-POST-SUSP-FLAG
                       TO WS-TDEP-SUSP-FLAG(WS-TDEP-USED)
                   MOVE WS-POST-CRIT
                       TO WS-TDEP-CRIT(WS-TDEP-USED)
               ELSE
                   SET WS-TDEP-TABLE-FULL TO TRUE
               END-IF
               AND TREG-DEPT NOT = SPACES
               MOVE TREG-DEPT TO WS-POST-DEPT
               MOVE 'N' TO WS-POST-SUSP-FLAG
               IF TREG-CRIT-HIGH OR TREG-CRIT-MEDIUM OR TREG-CRIT-LOW
                   MOVE TREG-CRIT TO WS-POST-CRIT
               ELSE
                   MOVE WS-DEFAULT-CRIT TO WS-POST-CRIT
               END-IF
           ELSE
               MOVE WS-SUSPENSE-DEPT TO WS-POST-DEPT
               MOVE 'Y' TO WS-POST-SUSP-FLAG
               MOVE WS-DEFAULT-CRIT TO WS-POST-CRIT
           END-IF.

       3200-COMPUTE-ELAPSED-TIME.
           ADD WS-POST-SECS TO WS-DEPT-TOTAL-SECS(WS-DEPT-SUBSCRIPT)
           ADD 1 TO WS-GRAND-TASK-COUNT
           ADD WS-POST-SECS TO WS-GRAND-TOTAL-SECS
           ADD WS-TASK-CHARGE TO WS-DEPT-CHARGE(WS-DEPT-SUBSCRIPT)
           ADD WS-TASK-CHARGE TO WS-GRAND-CHARGE
           PERFORM 3600-POST-DEPT-TRAN.

       3600-POST-DEPT-TRAN.
               END-IF
           END-IF.

       3700-PRICE-ONE-TASK.
           MOVE ZERO TO WS-RATE-HIT-SUBSCRIPT
           PERFORM VARYING WS-RATE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-RATE-SUBSCRIPT > WS-RATE-USED
               IF WS-RATE-CRIT(WS-RATE-SUBSCRIPT) = WS-POST-CRIT
                   AND WS-RATE-EFF-DATE(WS-RATE-SUBSCRIPT)
                       <= WS-REC-CCYYMMDD
                   MOVE WS-RATE-SUBSCRIPT TO WS-RATE-HIT-SUBSCRIPT
               END-IF
           END-PERFORM
           IF WS-RATE-HIT-SUBSCRIPT = ZERO
               MOVE ZERO TO WS-TASK-CHARGE
               ADD 1 TO WS-UNPRICED-COUNT
           ELSE
               COMPUTE WS-TASK-CHARGE =
                   WS-RATE-TASK-RATE(WS-RATE-HIT-SUBSCRIPT)
                   + (WS-POST-SECS
                   * WS-RATE-SECOND-RATE(WS-RATE-HIT-SUBSCRIPT))
           END-IF.

       4000-WRITE-REPORT.
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
               MOVE WS-DEPT-TRAN-FULL-MSG TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-RATE-TABLE-FULL
               MOVE WS-RATE-TABLE-FULL-MSG TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-UNPRICED-COUNT NOT = ZERO
               MOVE WS-UNPRICED-COUNT TO WS-UPL-COUNT
               MOVE WS-UNPRICED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-USED
               PERFORM 4100-WRITE-DEPT-SECTION
           END-PERFORM
           MOVE WS-GRAND-TASK-COUNT TO WS-GTL-TASK-COUNT
           MOVE WS-GRAND-TOTAL-SECS TO WS-GTL-TOTAL-SECS
           COMPUTE WS-GTL-CHARGE ROUNDED = WS-GRAND-CHARGE
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

               TO WS-DHL-TASK-COUNT
           MOVE WS-DEPT-TOTAL-SECS(WS-DEPT-SUBSCRIPT)
               TO WS-DHL-TOTAL-SECS
           COMPUTE WS-DHL-CHARGE ROUNDED =
               WS-DEPT-CHARGE(WS-DEPT-SUBSCRIPT)
           IF WS-DEPT-SUSP-FLAG(WS-DEPT-SUBSCRIPT) = 'Y'
               MOVE WS-SUSPENSE-LITERAL TO WS-DHL-SUSP-FLAG
           ELSE
               WRITE REPORT-LINE
           END-PERFORM.

      *    THE FEED IS ALL OR NOTHING - A MONTH WITH UNPRICED TASKS OR
      *    A TRUNCATED DEPARTMENT OR RATE TABLE WOULD UNDER-BILL, SO
      *    THE JOB ABENDS WITHOUT A JOURNAL AND WITHOUT MARKING THE
      *    PERIOD FED.  GLFEEDF IS UPDATED ONLY AFTER THE JOURNAL HAS
      *    CLOSED CLEANLY.
       5000-WRITE-GL-JOURNAL.
           IF WS-UNPRICED-COUNT NOT = ZERO
               OR WS-DEPT-TABLE-FULL
               OR WS-RATE-TABLE-FULL
               DISPLAY 'DEPTCHG: CHARGES FOR PERIOD ' WS-RUN-CCYYMM
                   ' ARE INCOMPLETE - SEE REPORT'
               DISPLAY 'DEPTCHG: GL FEED NOT WRITTEN - ABENDING'
               STOP RUN
           END-IF
           OPEN OUTPUT GL-JOURNAL-FILE
           IF NOT WS-GLJF-OK
               DISPLAY 'DEPTCHG: GLJRNL OPEN FAILED - STATUS '
                   WS-GLJF-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DEPT-MASTER-FILE
           IF NOT WS-DEPTF-OK
               DISPLAY 'DEPTCHG: DEPTMSTF OPEN FAILED - STATUS '
                   WS-DEPTF-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-GL-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-GL-TIME-RAW FROM TIME
           MOVE SPACES TO GLJ-RECORD
           MOVE 'H' TO GLJ-REC-TYPE
           MOVE WS-GL-SOURCE TO GLJ-H-SOURCE
           MOVE WS-RUN-CCYYMM TO GLJ-H-PERIOD
           MOVE WS-GL-TODAY TO GLJ-H-CREATE-DATE
           MOVE WS-GL-RUN-SEQ TO GLJ-H-RUN-SEQ
           PERFORM 5600-PUT-JOURNAL-RECORD
           PERFORM 5100-WRITE-DEPT-DEBIT
               VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-USED
           PERFORM 5200-WRITE-RECOVERY-CREDIT
           PERFORM 5300-WRITE-TRAILER
           CLOSE GL-JOURNAL-FILE
           CLOSE DEPT-MASTER-FILE
           PERFORM 5400-RECORD-PERIOD-FED
           MOVE WS-RUN-CCYYMM TO WS-GSL-PERIOD
           MOVE WS-GL-RUN-SEQ TO WS-GSL-RUN-SEQ
           MOVE WS-GL-DETAIL-COUNT TO WS-GSL-DETAIL-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO WS-GSL-DEBIT-TOTAL
           MOVE WS-GL-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       5100-WRITE-DEPT-DEBIT.
           COMPUTE WS-GL-AMOUNT ROUNDED =
               WS-DEPT-CHARGE(WS-DEPT-SUBSCRIPT)
           IF WS-GL-AMOUNT NOT = ZERO
               MOVE SPACES TO GLJ-RECORD
               MOVE 'D' TO GLJ-REC-TYPE
               MOVE 'D' TO GLJ-D-DR-CR
               IF WS-DEPT-SUSP-FLAG(WS-DEPT-SUBSCRIPT) = 'Y'
                   MOVE WS-GL-SUSPENSE-ACCOUNT TO GLJ-D-ACCOUNT
                   MOVE 'IT CHARGEBACK SUSP' TO GLJ-D-DESC
               ELSE
                   MOVE WS-GL-CHARGE-ACCOUNT TO GLJ-D-ACCOUNT
                   MOVE 'IT CHARGEBACK' TO GLJ-D-DESC
               END-IF
               PERFORM 5150-RESOLVE-COST-CENTER
               MOVE WS-GL-AMOUNT TO GLJ-D-AMOUNT
               MOVE WS-DEPT-TASK-COUNT(WS-DEPT-SUBSCRIPT)
                   TO GLJ-D-TASK-COUNT
               MOVE WS-DEPT-TOTAL-SECS(WS-DEPT-SUBSCRIPT)
                   TO GLJ-D-ELAPSED-SECS
               ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
               PERFORM 5500-PUT-DETAIL-RECORD
           END-IF.

      *    A DEPARTMENT IS CHARGED TO THE COST CENTER ON ITS DEPTMSTF
      *    RECORD.  THE SUSPENSE DEPARTMENT, A DEPARTMENT NOT ON
      *    DEPTMSTF AND ONE WITH NO COST CENTER THERE FALL BACK TO THE
      *    DEPARTMENT CODE, SO FINANCE STILL SEES WHO RAN THE WORK.
       5150-RESOLVE-COST-CENTER.
           MOVE WS-DEPT-NAME(WS-DEPT-SUBSCRIPT) TO GLJ-D-COST-CENTER
           IF WS-DEPT-SUSP-FLAG(WS-DEPT-SUBSCRIPT) NOT = 'Y'
               MOVE WS-DEPT-NAME(WS-DEPT-SUBSCRIPT) TO DEPT-KEY-CODE
               READ DEPT-MASTER-FILE
               EVALUATE TRUE
                   WHEN WS-DEPTF-OK
                       IF DEPT-COST-CENTER NOT = SPACES
                           MOVE DEPT-COST-CENTER TO GLJ-D-COST-CENTER
                       END-IF
                   WHEN WS-DEPTF-NOTFND
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'DEPTCHG: DEPTMSTF READ FAILED - '
                           'STATUS ' WS-DEPTF-STATUS ' - ABENDING'
                       STOP RUN
               END-EVALUATE
           END-IF.

      *    THE CREDIT IS THE SUM OF THE ROUNDED DEBITS, NOT THE
      *    ROUNDED GRAND CHARGE, SO THE JOURNAL ALWAYS BALANCES.
       5200-WRITE-RECOVERY-CREDIT.
           IF WS-GL-DEBIT-TOTAL NOT = ZERO
               MOVE SPACES TO GLJ-RECORD
               MOVE 'D' TO GLJ-REC-TYPE
               MOVE 'C' TO GLJ-D-DR-CR
               MOVE WS-GL-RECOVERY-ACCOUNT TO GLJ-D-ACCOUNT
               MOVE WS-GL-RECOVERY-COST-CENTER TO GLJ-D-COST-CENTER
               MOVE WS-GL-DEBIT-TOTAL TO GLJ-D-AMOUNT
               MOVE WS-GRAND-TASK-COUNT TO GLJ-D-TASK-COUNT
               MOVE WS-GRAND-TOTAL-SECS TO GLJ-D-ELAPSED-SECS
               MOVE 'IT RECOVERY' TO GLJ-D-DESC
               MOVE WS-GL-DEBIT-TOTAL TO WS-GL-CREDIT-TOTAL
               PERFORM 5500-PUT-DETAIL-RECORD
           END-IF.

       5300-WRITE-TRAILER.
           MOVE SPACES TO GLJ-RECORD
           MOVE 'T' TO GLJ-REC-TYPE
           MOVE WS-GL-DETAIL-COUNT TO GLJ-T-DETAIL-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO GLJ-T-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GLJ-T-CREDIT-TOTAL
           MOVE WS-GL-ACCOUNT-HASH TO GLJ-T-ACCOUNT-HASH
           PERFORM 5600-PUT-JOURNAL-RECORD.

       5400-RECORD-PERIOD-FED.
           MOVE WS-RUN-CCYYMM TO GLFC-KEY-PERIOD
           MOVE WS-RUN-DATE TO GLFC-RUN-DATE
           MOVE WS-GL-TODAY TO GLFC-SENT-DATE
           COMPUTE GLFC-SENT-TIME = WS-GL-TIME-RAW / 100
           MOVE WS-GL-RUN-SEQ TO GLFC-RUN-SEQ
           MOVE WS-GL-DETAIL-COUNT TO GLFC-DETAIL-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO GLFC-DEBIT-TOTAL
           IF WS-GLFC-EXISTS
               REWRITE GLFC-RECORD
           ELSE
               WRITE GLFC-RECORD
           END-IF
           IF NOT WS-GLFCF-OK
               DISPLAY 'DEPTCHG: GLFEEDF UPDATE FAILED - STATUS '
                   WS-GLFCF-STATUS ' - PERIOD ' WS-RUN-CCYYMM
                   ' WAS FED BUT IS NOT RECORDED'
               STOP RUN
           END-IF.

       5500-PUT-DETAIL-RECORD.
           ADD 1 TO WS-GL-DETAIL-COUNT
           ADD GLJ-D-ACCOUNT TO WS-GL-ACCOUNT-HASH
           PERFORM 5600-PUT-JOURNAL-RECORD.

       5600-PUT-JOURNAL-RECORD.
           WRITE GLJ-RECORD
           IF NOT WS-GLJF-OK
               DISPLAY 'DEPTCHG: GLJRNL WRITE FAILED - STATUS '
                   WS-GLJF-STATUS
               STOP RUN
           END-IF.

       9000-TERMINATE.
           IF WS-BAD-DATE-COUNT NOT = ZERO
               DISPLAY 'DEPTCHG: SKIPPED ' WS-BAD-DATE-COUNT
           CLOSE AUDIT-FILE
           CLOSE REGISTRY-FILE
           CLOSE REPORT-FILE
           IF WS-RUN-TYPE-GL-FEED
               CLOSE GL-CONTROL-FILE
           END-IF
           MOVE WS-BAD-DATE-COUNT TO WS-RCTL-OTHER
           PERFORM RUN-CONTROL-END.

