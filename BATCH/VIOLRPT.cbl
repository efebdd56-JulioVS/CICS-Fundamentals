      *****************************************************************
      *    VIOLRPT - NIGHTLY SECURITY VIOLATION REPORT AND REPEAT-     *
      *              OFFENDER SUSPENSION                               *
      *                                                                *
      *    TRANSACTION-VIOLATION-LOG IN AUTHCHK.CPY WRITES EVERY       *
      *    REFUSED TRANSACTION ATTEMPT TO VIOLF (SEE VIOLREC.CPY).     *
      *    THIS REPORT READS VIOLF FOR THE PARM-CARD RUN DATE AND A    *
      *    ROLLING WINDOW OF DAYS ENDING ON IT, AND PRINTS:            *
      *                                                                *
      *    1. THE DAY'S VIOLATIONS SPLIT BY VIOL-REASON - UNSIGNED     *
      *       TERMINALS ATTEMPTING HIGH-CRITICALITY TRANSACTIONS,      *
      *       THEN SIGNED-ON OPERATORS REFUSED FOR WANT OF A TRANAUTF  *
      *       GRANT - EACH GROUPED BY OPERATOR AND TERMINAL IN TIME    *
      *       ORDER, WITH A COUNT PER OPERATOR.                        *
      *    2. EVERY HIGH-CRITICALITY (TREG-CRIT-HIGH ON TRANREGF)      *
      *       TRANSACTION ATTEMPTED THAT DAY, WITH ITS UNSIGNED AND    *
      *       NOT-ENTITLED ATTEMPT COUNTS.                             *
      *    3. REPEAT OFFENDERS - EVERY OPERATOR WITH MORE THAN ONE     *
      *       VIOLATION INSIDE THE WINDOW, WITH THE WINDOW AND DAY     *
      *       COUNTS AND THE OPERATOR'S CURRENT STATUS.                *
      *                                                                *
      *    AN OPERATOR WHOSE WINDOW COUNT REACHES THE SUSPENSION       *
      *    THRESHOLD, AND WHO HAS AT LEAST ONE VIOLATION ON THE RUN    *
      *    DATE ITSELF, IS SET INACTIVE ON OPERMSTF                    *
      *    (OPER-STAT-INACTIVE) SO SIGNON REFUSES THEM FROM THE NEXT   *
      *    SIGNON ON, AND THE REPEAT-OFFENDER LINE SAYS SUSPENDED.     *
      *    THE SUSPENSION IS JOURNALED TO MNTJRNF (MJRNPUT.CPY) UNDER  *
      *    THE PROGRAM NAME, SO IT SHOWS ON THE NEXT MNTJRPT LIKE ANY  *
      *    OPERMNT CHANGE, AND IS UNDONE THE SAME WAY - BY OPERMNT,    *
      *    ONCE SECURITY HAS SPOKEN TO THE OPERATOR.  THE RUN-DATE     *
      *    TEST IS WHAT STOPS A REINSTATED OPERATOR BEING SUSPENDED    *
      *    AGAIN THE NEXT NIGHT FOR VIOLATIONS STILL INSIDE THE WINDOW *
      *    - ONLY A FRESH OFFENCE SUSPENDS THEM AGAIN.  AN OPERATOR    *
      *    ALREADY INACTIVE, OR NOT ON OPERMSTF, IS REPORTED BUT NOT   *
      *    TOUCHED, SO A RERUN FOR THE SAME DATE SUSPENDS NOBODY       *
      *    TWICE.  UNSIGNED ATTEMPTS CARRY NO OPERATOR AND NEVER COUNT *
      *    TOWARDS A SUSPENSION.                                       *
      *                                                                *
      *    THE PARAMETER CARD (PARMIN):                                *
      *        COL 1-8    RUN DATE CCYYMMDD  (REQUIRED)                *
      *        COL 9-11   WINDOW DAYS, INCLUDING THE RUN DATE          *
      *                   (ZERO OR BLANK - 7)                          *
      *        COL 12-15  SUSPENSION THRESHOLD - VIOLATIONS IN THE     *
      *                   WINDOW (ZERO OR BLANK - NO SUSPENSIONS,      *
      *                   REPORT ONLY)                                 *
      *    A MISSING, EMPTY OR ZERO-DATE CARD ABENDS THE JOB RATHER    *
      *    THAN DEFAULTING (MIRRORING AUDXTRCT'S PARMIN HANDLING).     *
      *                                                                *
      *    VIOLF IS KEYED BY TRANSACTION/DATE/TASK, SO THE WHOLE FILE  *
      *    IS READ AND FILTERED ON VIOL-KEY-DATE.  OPERMSTF IS         *
      *    UPDATED IN PLACE - RUN IN THE BATCH WINDOW WITH OPERMSTF    *
      *    CLOSED TO CICS.  WRITES RUN-CONTROL START/END RECORDS.      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIOLRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIOLATION-FILE ASSIGN TO VIOLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VIOL-KEY
               FILE STATUS IS WS-VIOLF-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-KEY
               FILE STATUS IS WS-OPERMF-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO TRANREGF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TREG-KEY
               FILE STATUS IS WS-TREGF-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMF-STATUS.

           SELECT REPORT-FILE ASSIGN TO VIOLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO MNTJRNF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MJRN-KEY
               FILE STATUS IS WS-MJRNF-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCTL-KEY
               FILE STATUS IS WS-RCTLF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIOLATION-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY VIOLREC.

       FD  OPERATOR-MASTER-FILE
           RECORD CONTAINS 63 CHARACTERS.
           COPY OPERREC.

       FD  REGISTRY-FILE
           RECORD CONTAINS 43 CHARACTERS.
           COPY TREGREC.

       FD  PARM-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  PARM-CARD.
           05  PARM-RUN-DATE               PIC 9(8).
           05  PARM-WINDOW-DAYS            PIC 9(3).
           05  PARM-SUSPEND-COUNT          PIC 9(4).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                     PIC X(132).

       FD  JOURNAL-FILE
           RECORD CONTAINS 226 CHARACTERS.
           COPY MJRNREC.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY RCTLREC.

       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.
       COPY MJRNWS.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-VIOLF-STATUS             PIC X(2).
               88  WS-VIOLF-OK             VALUE '00'.
           05  WS-OPERMF-STATUS            PIC X(2).
               88  WS-OPERMF-OK            VALUE '00'.
               88  WS-OPERMF-NOTFND        VALUE '23'.
           05  WS-TREGF-STATUS             PIC X(2).
               88  WS-TREGF-OK             VALUE '00'.
           05  WS-PARMF-STATUS             PIC X(2).
               88  WS-PARMF-OK             VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(2).
               88  WS-REPORT-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR                 PIC 9(4).
           05  WS-RUN-MONTH                PIC 9(2).
           05  WS-RUN-DAY                  PIC 9(2).
       01  WS-WINDOW-DAYS                  PIC 9(3) VALUE 7.
       01  WS-SUSPEND-COUNT                PIC 9(4) VALUE ZERO.

       01  WS-CUTOFF-FIELDS.
           05  WS-RUN-DAY-OF-YEAR          PIC 9(3) VALUE ZERO.
           05  WS-RUN-CCYYDDD              PIC 9(7) VALUE ZERO.
           05  WS-CUTOFF-YEAR              PIC 9(4) VALUE ZERO.
           05  WS-CUTOFF-DAY-WORK          PIC S9(5) VALUE ZERO.
           05  WS-CUTOFF-CCYYDDD           PIC 9(7) VALUE ZERO.
           05  WS-DAYS-IN-YEAR             PIC 9(3) VALUE ZERO.

       01  WS-LEAP-YEAR-SWITCH             PIC X(1) VALUE 'N'.
           88  WS-IS-LEAP-YEAR             VALUE 'Y'.
           88  WS-IS-NOT-LEAP-YEAR         VALUE 'N'.

       01  WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       01  WS-MONTH-DAYS-NORMAL-VALUES.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 28.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
           05  FILLER PIC 9(2) VALUE 30.
           05  FILLER PIC 9(2) VALUE 31.
       01  WS-MONTH-SUBSCRIPT              PIC 9(2).

      *    THE RUN DATE'S VIOLATIONS, SORTED REASON/OPERATOR/TERMINAL/
      *    TIME FOR PRINTING.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 2000 TIMES.
               10  WS-DAY-SORT-KEY.
                   15  WS-DAY-REASON       PIC X(1).
                   15  WS-DAY-OPERATOR-ID  PIC X(8).
                   15  WS-DAY-TERM-ID      PIC X(4).
                   15  WS-DAY-TIME         PIC 9(7).
               10  WS-DAY-TRAN-ID          PIC X(4).
       01  WS-DAY-USED                     PIC 9(4) VALUE ZERO.
       01  WS-DAY-SUBSCRIPT                PIC 9(4).
       01  WS-DAY-TABLE-FULL-SWITCH        PIC X(1) VALUE 'N'.
           88  WS-DAY-TABLE-FULL           VALUE 'Y'.
       01  WS-DAY-SWAP-ENTRY               PIC X(24).
       01  WS-SORT-PASS                    PIC 9(4).
       01  WS-SORT-IDX                     PIC 9(4).

      *    VIOLATION COUNTS PER SIGNED-ON OPERATOR OVER THE WINDOW.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 500 TIMES.
               10  WS-OT-OPERATOR-ID       PIC X(8).
               10  WS-OT-WINDOW-COUNT      PIC 9(5).
               10  WS-OT-DAY-COUNT         PIC 9(5).
       01  WS-OPER-USED                    PIC 9(4) VALUE ZERO.
       01  WS-OPER-SUBSCRIPT               PIC 9(4).
       01  WS-OPER-FOUND-SWITCH            PIC X(1).
           88  WS-OPER-FOUND               VALUE 'Y'.
           88  WS-OPER-NOT-FOUND           VALUE 'N'.
       01  WS-OPER-TABLE-FULL-SWITCH       PIC X(1) VALUE 'N'.
           88  WS-OPER-TABLE-FULL          VALUE 'Y'.
       01  WS-OPER-SWAP-ENTRY              PIC X(18).

      *    TRANSACTIONS ATTEMPTED ON THE RUN DATE, BY REASON.
       01  WS-TRAN-TABLE.
           05  WS-TRAN-ENTRY OCCURS 300 TIMES.
               10  WS-TT-TRAN-ID           PIC X(4).
               10  WS-TT-UNSIGNED-COUNT    PIC 9(5).
               10  WS-TT-NOT-ENT-COUNT     PIC 9(5).
       01  WS-TRAN-USED                    PIC 9(4) VALUE ZERO.
       01  WS-TRAN-SUBSCRIPT               PIC 9(4).
       01  WS-TRAN-FOUND-SWITCH            PIC X(1).
           88  WS-TRAN-FOUND               VALUE 'Y'.
           88  WS-TRAN-NOT-FOUND           VALUE 'N'.
       01  WS-TRAN-TABLE-FULL-SWITCH       PIC X(1) VALUE 'N'.
           88  WS-TRAN-TABLE-FULL          VALUE 'Y'.

       01  WS-BREAK-FIELDS.
           05  WS-PREV-REASON              PIC X(1).
           05  WS-PREV-OPERATOR-ID         PIC X(8).
           05  WS-FIRST-LINE-SWITCH        PIC X(1) VALUE 'Y'.
               88  WS-FIRST-LINE           VALUE 'Y'.
           05  WS-GROUP-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-COUNT-FIELDS.
           05  WS-VIOL-READ-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-WINDOW-VIOL-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-DAY-VIOL-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-DAY-UNSIGNED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-DAY-NOT-ENT-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-HIGH-TRAN-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-REPEAT-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-SUSPENDED-COUNT          PIC 9(7) VALUE ZERO.

       01  WS-TIME-EDIT-FIELDS.
           05  WS-TIME-WORK                PIC 9(7).
           05  WS-TIME-HOUR                PIC 9(2).
           05  WS-TIME-MIN-SEC             PIC 9(4).
           05  WS-TIME-MIN                 PIC 9(2).
           05  WS-TIME-SEC                 PIC 9(2).

       01  WS-HEADING-1                    PIC X(60)
           VALUE 'SECURITY VIOLATION REPORT'.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-H2-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(10) VALUE '  WINDOW: '.
           05  WS-H2-WINDOW-DAYS           PIC ZZ9.
           05  FILLER                      PIC X(11)
               VALUE ' DAYS FROM '.
           05  WS-H2-CUTOFF                PIC 9(7).
           05  FILLER                      PIC X(24)
               VALUE '  SUSPENSION THRESHOLD: '.
           05  WS-H2-SUSPEND               PIC X(4).

       01  WS-SECTION-HEADING              PIC X(60).

       01  WS-UNSIGNED-HEADING             PIC X(60)
           VALUE 'UNSIGNED TERMINAL ATTEMPTS (REASON U)'.
       01  WS-NOT-ENT-HEADING              PIC X(60)
           VALUE 'NOT-ENTITLED OPERATOR ATTEMPTS (REASON N)'.
       01  WS-HIGH-HEADING                 PIC X(60)
           VALUE 'HIGH-CRITICALITY TRANSACTIONS ATTEMPTED'.
       01  WS-REPEAT-HEADING               PIC X(60)
           VALUE 'REPEAT OFFENDERS OVER THE WINDOW'.

       01  WS-DAY-COLUMN-HEADING.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  FILLER                      PIC X(12) VALUE 'OPERATOR'.
           05  FILLER                      PIC X(8)  VALUE 'TERM'.
           05  FILLER                      PIC X(12) VALUE 'TIME'.
           05  FILLER                      PIC X(4)  VALUE 'TRAN'.

       01  WS-DAY-DETAIL-LINE.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-DDL-OPERATOR-ID          PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DDL-TERM-ID              PIC X(4).
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-DDL-TIME.
               10  WS-DDL-TIME-HH          PIC 9(2).
               10  FILLER                  PIC X(1)  VALUE '.'.
               10  WS-DDL-TIME-MM          PIC 9(2).
               10  FILLER                  PIC X(1)  VALUE '.'.
               10  WS-DDL-TIME-SS          PIC 9(2).
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-DDL-TRAN-ID              PIC X(4).

       01  WS-OPER-TOTAL-LINE.
           05  FILLER                      PIC X(8)  VALUE SPACES.
           05  FILLER                      PIC X(16)
               VALUE 'ATTEMPTS FOR    '.
           05  WS-OTL-OPERATOR-ID          PIC X(10).
           05  WS-OTL-COUNT                PIC ZZ,ZZ9.

       01  WS-HIGH-COLUMN-HEADING.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE 'TRAN'.
           05  FILLER                      PIC X(32)
               VALUE 'DESCRIPTION'.
           05  FILLER                      PIC X(10) VALUE 'DEPT'.
           05  FILLER                      PIC X(10) VALUE 'UNSIGNED'.
           05  FILLER                      PIC X(12)
               VALUE 'NOT ENTITLED'.

       01  WS-HIGH-DETAIL-LINE.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-HDL-TRAN-ID              PIC X(4).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-HDL-DESC                 PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-HDL-DEPT                 PIC X(8).
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-HDL-UNSIGNED             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(6)  VALUE SPACES.
           05  WS-HDL-NOT-ENT              PIC ZZ,ZZ9.

       01  WS-REPEAT-COLUMN-HEADING.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                      PIC X(32) VALUE 'NAME'.
           05  FILLER                      PIC X(10) VALUE 'DEPT'.
           05  FILLER                      PIC X(8)  VALUE 'WINDOW'.
           05  FILLER                      PIC X(8)  VALUE 'TODAY'.
           05  FILLER                      PIC X(8)  VALUE 'STATUS'.
           05  FILLER                      PIC X(6)  VALUE 'ACTION'.

       01  WS-REPEAT-DETAIL-LINE.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-RDL-OPERATOR-ID          PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RDL-NAME                 PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RDL-DEPT                 PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RDL-WINDOW-COUNT         PIC ZZ,ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RDL-DAY-COUNT            PIC ZZ,ZZ9.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-RDL-STATUS               PIC X(1).
           05  FILLER                      PIC X(5)  VALUE SPACES.
           05  WS-RDL-ACTION               PIC X(30).

       01  WS-UNSIGNED-LITERAL             PIC X(10)
           VALUE '*UNSIGNED*'.
       01  WS-NOT-ON-FILE-LITERAL          PIC X(30)
           VALUE '*NOT ON OPERMSTF*'.
       01  WS-SUSPENDED-LITERAL            PIC X(30)
           VALUE 'SUSPENDED - SET INACTIVE'.
       01  WS-ALREADY-INACTIVE-LITERAL     PIC X(30)
           VALUE 'ALREADY INACTIVE - NO CHANGE'.
       01  WS-NOT-ON-FILE-ACTION-LITERAL   PIC X(30)
           VALUE 'OVER THRESHOLD - NOT ON FILE'.
       01  WS-NONE-MSG                     PIC X(60)
           VALUE '    (NONE)'.
       01  WS-DAY-TABLE-FULL-MSG           PIC X(60)
           VALUE 'WARNING - OVER 2000 VIOLATIONS - DAY LIST INCOMPLETE'.
       01  WS-OPER-TABLE-FULL-MSG          PIC X(60)
           VALUE 'WARNING - OVER 500 OPERATORS - OFFENDERS INCOMPLETE'.
       01  WS-TRAN-TABLE-FULL-MSG          PIC X(60)
           VALUE 'WARNING - OVER 300 TRANSACTIONS - LIST INCOMPLETE'.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(26)
               VALUE 'VIOLATIONS ON RUN DATE    '.
           05  WS-TL1-COUNT                PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(26)
               VALUE '  UNSIGNED (U)            '.
           05  WS-TL2-COUNT                PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                      PIC X(26)
               VALUE '  NOT ENTITLED (N)        '.
           05  WS-TL3-COUNT                PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                      PIC X(26)
               VALUE 'VIOLATIONS IN WINDOW      '.
           05  WS-TL4-COUNT                PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-5.
           05  FILLER                      PIC X(26)
               VALUE 'HIGH-CRIT TRANS ATTEMPTED '.
           05  WS-TL5-COUNT                PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-6.
           05  FILLER                      PIC X(26)
               VALUE 'REPEAT OFFENDERS          '.
           05  WS-TL6-COUNT                PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-7.
           05  FILLER                      PIC X(26)
               VALUE 'OPERATORS SUSPENDED       '.
           05  WS-TL7-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-VIOLATIONS UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-DAY-VIOLATIONS
           PERFORM 4000-WRITE-HIGH-CRIT-TRANS
           PERFORM 5000-WRITE-REPEAT-OFFENDERS
           PERFORM 6000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-DATE-PARM
           MOVE 'VIOLRPT' TO WS-RCTL-PROGRAM
           MOVE WS-RUN-DATE TO WS-RCTL-RUN-DATE
           PERFORM RUN-CONTROL-START
           PERFORM 1200-BUILD-RUN-DAY-OF-YEAR
           PERFORM 1300-COMPUTE-WINDOW-START
           MOVE 'VIOLRPT' TO WS-MJRN-PROGRAM
           MOVE 'VIOLRPT' TO WS-MJRN-JOB-NAME
           OPEN INPUT VIOLATION-FILE
           IF NOT WS-VIOLF-OK
               DISPLAY 'VIOLRPT: VIOLF OPEN FAILED - STATUS '
                   WS-VIOLF-STATUS
               STOP RUN
           END-IF
           OPEN I-O OPERATOR-MASTER-FILE
           IF NOT WS-OPERMF-OK
               DISPLAY 'VIOLRPT: OPERMSTF OPEN FAILED - STATUS '
                   WS-OPERMF-STATUS
               STOP RUN
           END-IF
           OPEN INPUT REGISTRY-FILE
           IF NOT WS-TREGF-OK
               DISPLAY 'VIOLRPT: TRANREGF OPEN FAILED - STATUS '
                   WS-TREGF-STATUS
               STOP RUN
           END-IF
           OPEN I-O JOURNAL-FILE
           IF NOT WS-MJRNF-OK
               DISPLAY 'VIOLRPT: MNTJRNF OPEN FAILED - STATUS '
                   WS-MJRNF-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'VIOLRPT: REPORT FILE OPEN FAILED - STATUS '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-DATE TO WS-H2-RUN-DATE
           MOVE WS-WINDOW-DAYS TO WS-H2-WINDOW-DAYS
           MOVE WS-CUTOFF-CCYYDDD TO WS-H2-CUTOFF
           IF WS-SUSPEND-COUNT = ZERO
               MOVE 'NONE' TO WS-H2-SUSPEND
           ELSE
               MOVE WS-SUSPEND-COUNT TO WS-H2-SUSPEND
           END-IF
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-VIOLATION.

       1100-READ-RUN-DATE-PARM.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARMF-OK
               DISPLAY 'VIOLRPT: PARMIN OPEN FAILED - STATUS '
                   WS-PARMF-STATUS
               DISPLAY 'VIOLRPT: RUN DATE PARM IS REQUIRED - ABENDING'
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY 'VIOLRPT: PARMIN IS EMPTY'
                   DISPLAY
                       'VIOLRPT: RUN DATE PARM IS REQUIRED - ABENDING'
                   CLOSE PARM-FILE
                   STOP RUN
           END-READ
           IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = ZERO
               DISPLAY 'VIOLRPT: PARMIN RUN DATE IS ZERO/BLANK'
               DISPLAY
                   'VIOLRPT: RUN DATE PARM IS REQUIRED - ABENDING'
               CLOSE PARM-FILE
               STOP RUN
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           IF PARM-WINDOW-DAYS NUMERIC AND PARM-WINDOW-DAYS NOT = ZERO
               MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF PARM-SUSPEND-COUNT NUMERIC
               MOVE PARM-SUSPEND-COUNT TO WS-SUSPEND-COUNT
           END-IF
           CLOSE PARM-FILE
           IF WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
               OR WS-RUN-DAY < 1 OR WS-RUN-DAY > 31
               DISPLAY 'VIOLRPT: PARMIN RUN DATE ' WS-RUN-DATE
                   ' IS NOT A VALID CCYYMMDD - ABENDING'
               STOP RUN
           END-IF.

       1200-BUILD-RUN-DAY-OF-YEAR.
           MOVE WS-RUN-YEAR TO WS-CUTOFF-YEAR
           PERFORM 8000-DETERMINE-LEAP-YEAR
           MOVE WS-MONTH-DAYS-NORMAL-VALUES TO WS-MONTH-DAYS-TABLE
           IF WS-IS-LEAP-YEAR
               MOVE 29 TO WS-MONTH-DAYS(2)
           END-IF
           IF WS-RUN-DAY > WS-MONTH-DAYS(WS-RUN-MONTH)
               DISPLAY 'VIOLRPT: PARMIN RUN DATE ' WS-RUN-DATE
                   ' IS NOT A VALID CCYYMMDD - ABENDING'
               STOP RUN
           END-IF
           MOVE WS-RUN-DAY TO WS-RUN-DAY-OF-YEAR
           PERFORM VARYING WS-MONTH-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-MONTH-SUBSCRIPT >= WS-RUN-MONTH
               ADD WS-MONTH-DAYS(WS-MONTH-SUBSCRIPT)
                   TO WS-RUN-DAY-OF-YEAR
           END-PERFORM
           COMPUTE WS-RUN-CCYYDDD =
               (WS-RUN-YEAR * 1000) + WS-RUN-DAY-OF-YEAR.

      *    THE WINDOW INCLUDES THE RUN DATE, SO A 7-DAY WINDOW STARTS
      *    SIX DAYS BEFORE IT.
       1300-COMPUTE-WINDOW-START.
           MOVE WS-RUN-YEAR TO WS-CUTOFF-YEAR
           COMPUTE WS-CUTOFF-DAY-WORK =
               WS-RUN-DAY-OF-YEAR - WS-WINDOW-DAYS + 1
           PERFORM UNTIL WS-CUTOFF-DAY-WORK >= 1
               SUBTRACT 1 FROM WS-CUTOFF-YEAR
               PERFORM 8000-DETERMINE-LEAP-YEAR
               IF WS-IS-LEAP-YEAR
                   MOVE 366 TO WS-DAYS-IN-YEAR
               ELSE
                   MOVE 365 TO WS-DAYS-IN-YEAR
               END-IF
               ADD WS-DAYS-IN-YEAR TO WS-CUTOFF-DAY-WORK
           END-PERFORM
           COMPUTE WS-CUTOFF-CCYYDDD =
               (WS-CUTOFF-YEAR * 1000) + WS-CUTOFF-DAY-WORK.

       2000-PROCESS-VIOLATIONS.
           ADD 1 TO WS-VIOL-READ-COUNT
           IF VIOL-KEY-DATE >= WS-CUTOFF-CCYYDDD
               AND VIOL-KEY-DATE <= WS-RUN-CCYYDDD
               ADD 1 TO WS-WINDOW-VIOL-COUNT
               IF VIOL-OPERATOR-ID NOT = SPACES
                   PERFORM 2300-POST-OPERATOR
               END-IF
               IF VIOL-KEY-DATE = WS-RUN-CCYYDDD
                   PERFORM 2200-POST-DAY-VIOLATION
               END-IF
           END-IF
           PERFORM 2100-READ-VIOLATION.

       2100-READ-VIOLATION.
           READ VIOLATION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2200-POST-DAY-VIOLATION.
           ADD 1 TO WS-DAY-VIOL-COUNT
           IF VIOL-REASON-UNSIGNED
               ADD 1 TO WS-DAY-UNSIGNED-COUNT
           ELSE
               ADD 1 TO WS-DAY-NOT-ENT-COUNT
           END-IF
           IF WS-DAY-USED < 2000
               ADD 1 TO WS-DAY-USED
               MOVE VIOL-REASON      TO WS-DAY-REASON(WS-DAY-USED)
               MOVE VIOL-OPERATOR-ID TO WS-DAY-OPERATOR-ID(WS-DAY-USED)
               MOVE VIOL-TERM-ID     TO WS-DAY-TERM-ID(WS-DAY-USED)
               MOVE VIOL-TIME-EIB    TO WS-DAY-TIME(WS-DAY-USED)
               MOVE VIOL-KEY-TRAN-ID TO WS-DAY-TRAN-ID(WS-DAY-USED)
           ELSE
               SET WS-DAY-TABLE-FULL TO TRUE
           END-IF
           SET WS-TRAN-NOT-FOUND TO TRUE
           PERFORM VARYING WS-TRAN-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TRAN-SUBSCRIPT > WS-TRAN-USED
                   OR WS-TRAN-FOUND
               IF WS-TT-TRAN-ID(WS-TRAN-SUBSCRIPT) = VIOL-KEY-TRAN-ID
                   SET WS-TRAN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-TRAN-FOUND
               SUBTRACT 1 FROM WS-TRAN-SUBSCRIPT
           ELSE
               IF WS-TRAN-USED < 300
                   ADD 1 TO WS-TRAN-USED
                   MOVE WS-TRAN-USED TO WS-TRAN-SUBSCRIPT
                   MOVE VIOL-KEY-TRAN-ID
                       TO WS-TT-TRAN-ID(WS-TRAN-SUBSCRIPT)
                   MOVE ZERO TO WS-TT-UNSIGNED-COUNT(WS-TRAN-SUBSCRIPT)
                   MOVE ZERO TO WS-TT-NOT-ENT-COUNT(WS-TRAN-SUBSCRIPT)
                   SET WS-TRAN-FOUND TO TRUE
               ELSE
                   SET WS-TRAN-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF WS-TRAN-FOUND
               IF VIOL-REASON-UNSIGNED
                   ADD 1 TO WS-TT-UNSIGNED-COUNT(WS-TRAN-SUBSCRIPT)
               ELSE
                   ADD 1 TO WS-TT-NOT-ENT-COUNT(WS-TRAN-SUBSCRIPT)
               END-IF
           END-IF.

       2300-POST-OPERATOR.
           SET WS-OPER-NOT-FOUND TO TRUE
           PERFORM VARYING WS-OPER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-OPER-SUBSCRIPT > WS-OPER-USED
                   OR WS-OPER-FOUND
               IF WS-OT-OPERATOR-ID(WS-OPER-SUBSCRIPT)
                       = VIOL-OPERATOR-ID
                   SET WS-OPER-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-OPER-FOUND
               SUBTRACT 1 FROM WS-OPER-SUBSCRIPT
           ELSE
               IF WS-OPER-USED < 500
                   ADD 1 TO WS-OPER-USED
                   MOVE WS-OPER-USED TO WS-OPER-SUBSCRIPT
                   MOVE VIOL-OPERATOR-ID
                       TO WS-OT-OPERATOR-ID(WS-OPER-SUBSCRIPT)
                   MOVE ZERO TO WS-OT-WINDOW-COUNT(WS-OPER-SUBSCRIPT)
                   MOVE ZERO TO WS-OT-DAY-COUNT(WS-OPER-SUBSCRIPT)
                   SET WS-OPER-FOUND TO TRUE
               ELSE
                   SET WS-OPER-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF WS-OPER-FOUND
               ADD 1 TO WS-OT-WINDOW-COUNT(WS-OPER-SUBSCRIPT)
               IF VIOL-KEY-DATE = WS-RUN-CCYYDDD
                   ADD 1 TO WS-OT-DAY-COUNT(WS-OPER-SUBSCRIPT)
               END-IF
           END-IF.

       3000-WRITE-DAY-VIOLATIONS.
           IF WS-DAY-TABLE-FULL
               MOVE WS-DAY-TABLE-FULL-MSG TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS >= WS-DAY-USED
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX > WS-DAY-USED - WS-SORT-PASS
                   IF WS-DAY-SORT-KEY(WS-SORT-IDX) >
                           WS-DAY-SORT-KEY(WS-SORT-IDX + 1)
                       MOVE WS-DAY-ENTRY(WS-SORT-IDX)
                           TO WS-DAY-SWAP-ENTRY
                       MOVE WS-DAY-ENTRY(WS-SORT-IDX + 1)
                           TO WS-DAY-ENTRY(WS-SORT-IDX)
                       MOVE WS-DAY-SWAP-ENTRY
                           TO WS-DAY-ENTRY(WS-SORT-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
      *    THE SORT PUTS REASON N AHEAD OF U; PRINT U FIRST.
           MOVE 'U' TO WS-PREV-REASON
           MOVE WS-UNSIGNED-HEADING TO WS-SECTION-HEADING
           PERFORM 3100-WRITE-REASON-GROUP
           MOVE 'N' TO WS-PREV-REASON
           MOVE WS-NOT-ENT-HEADING TO WS-SECTION-HEADING
           PERFORM 3100-WRITE-REASON-GROUP.

       3100-WRITE-REASON-GROUP.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SECTION-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DAY-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'Y' TO WS-FIRST-LINE-SWITCH
           PERFORM VARYING WS-DAY-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DAY-SUBSCRIPT > WS-DAY-USED
               IF WS-DAY-REASON(WS-DAY-SUBSCRIPT) = WS-PREV-REASON
                   PERFORM 3200-WRITE-DAY-LINE
               END-IF
           END-PERFORM
           IF WS-FIRST-LINE
               MOVE WS-NONE-MSG TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 3300-WRITE-OPERATOR-TOTAL
           END-IF.

       3200-WRITE-DAY-LINE.
           IF NOT WS-FIRST-LINE
               AND WS-DAY-OPERATOR-ID(WS-DAY-SUBSCRIPT)
                   NOT = WS-PREV-OPERATOR-ID
               PERFORM 3300-WRITE-OPERATOR-TOTAL
           END-IF
           IF WS-FIRST-LINE
               OR WS-DAY-OPERATOR-ID(WS-DAY-SUBSCRIPT)
                   NOT = WS-PREV-OPERATOR-ID
               MOVE 'N' TO WS-FIRST-LINE-SWITCH
               MOVE WS-DAY-OPERATOR-ID(WS-DAY-SUBSCRIPT)
                   TO WS-PREV-OPERATOR-ID
               MOVE ZERO TO WS-GROUP-COUNT
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           IF WS-DAY-OPERATOR-ID(WS-DAY-SUBSCRIPT) = SPACES
               MOVE WS-UNSIGNED-LITERAL TO WS-DDL-OPERATOR-ID
           ELSE
               MOVE WS-DAY-OPERATOR-ID(WS-DAY-SUBSCRIPT)
                   TO WS-DDL-OPERATOR-ID
           END-IF
           MOVE WS-DAY-TERM-ID(WS-DAY-SUBSCRIPT) TO WS-DDL-TERM-ID
           MOVE WS-DAY-TIME(WS-DAY-SUBSCRIPT) TO WS-TIME-WORK
           PERFORM 7000-EDIT-TIME
           MOVE WS-TIME-HOUR TO WS-DDL-TIME-HH
           MOVE WS-TIME-MIN  TO WS-DDL-TIME-MM
           MOVE WS-TIME-SEC  TO WS-DDL-TIME-SS
           MOVE WS-DAY-TRAN-ID(WS-DAY-SUBSCRIPT) TO WS-DDL-TRAN-ID
           MOVE WS-DAY-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3300-WRITE-OPERATOR-TOTAL.
           IF WS-PREV-OPERATOR-ID = SPACES
               MOVE WS-UNSIGNED-LITERAL TO WS-OTL-OPERATOR-ID
           ELSE
               MOVE WS-PREV-OPERATOR-ID TO WS-OTL-OPERATOR-ID
           END-IF
           MOVE WS-GROUP-COUNT TO WS-OTL-COUNT
           MOVE WS-OPER-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       4000-WRITE-HIGH-CRIT-TRANS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HIGH-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TRAN-TABLE-FULL
               MOVE WS-TRAN-TABLE-FULL-MSG TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-HIGH-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TRAN-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TRAN-SUBSCRIPT > WS-TRAN-USED
               MOVE WS-TT-TRAN-ID(WS-TRAN-SUBSCRIPT)
                   TO TREG-KEY-TRAN-ID
               READ REGISTRY-FILE
               IF WS-TREGF-OK AND TREG-CRIT-HIGH
                   PERFORM 4100-WRITE-HIGH-CRIT-LINE
               END-IF
           END-PERFORM
           IF WS-HIGH-TRAN-COUNT = ZERO
               MOVE WS-NONE-MSG TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4100-WRITE-HIGH-CRIT-LINE.
           ADD 1 TO WS-HIGH-TRAN-COUNT
           MOVE TREG-KEY-TRAN-ID TO WS-HDL-TRAN-ID
           MOVE TREG-DESC        TO WS-HDL-DESC
           MOVE TREG-DEPT        TO WS-HDL-DEPT
           MOVE WS-TT-UNSIGNED-COUNT(WS-TRAN-SUBSCRIPT)
               TO WS-HDL-UNSIGNED
           MOVE WS-TT-NOT-ENT-COUNT(WS-TRAN-SUBSCRIPT)
               TO WS-HDL-NOT-ENT
           MOVE WS-HIGH-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       5000-WRITE-REPEAT-OFFENDERS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPEAT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OPER-TABLE-FULL
               MOVE WS-OPER-TABLE-FULL-MSG TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-REPEAT-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS >= WS-OPER-USED
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX > WS-OPER-USED - WS-SORT-PASS
                   IF WS-OT-WINDOW-COUNT(WS-SORT-IDX) <
                           WS-OT-WINDOW-COUNT(WS-SORT-IDX + 1)
                       MOVE WS-OPER-ENTRY(WS-SORT-IDX)
                           TO WS-OPER-SWAP-ENTRY
                       MOVE WS-OPER-ENTRY(WS-SORT-IDX + 1)
                           TO WS-OPER-ENTRY(WS-SORT-IDX)
                       MOVE WS-OPER-SWAP-ENTRY
                           TO WS-OPER-ENTRY(WS-SORT-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-OPER-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-OPER-SUBSCRIPT > WS-OPER-USED
               IF WS-OT-WINDOW-COUNT(WS-OPER-SUBSCRIPT) > 1
                   PERFORM 5100-WRITE-REPEAT-OFFENDER
               END-IF
           END-PERFORM
           IF WS-REPEAT-COUNT = ZERO
               MOVE WS-NONE-MSG TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5100-WRITE-REPEAT-OFFENDER.
           ADD 1 TO WS-REPEAT-COUNT
           MOVE WS-OT-OPERATOR-ID(WS-OPER-SUBSCRIPT)
               TO WS-RDL-OPERATOR-ID
           MOVE WS-OT-WINDOW-COUNT(WS-OPER-SUBSCRIPT)
               TO WS-RDL-WINDOW-COUNT
           MOVE WS-OT-DAY-COUNT(WS-OPER-SUBSCRIPT)
               TO WS-RDL-DAY-COUNT
           MOVE SPACES TO WS-RDL-ACTION
           MOVE WS-OT-OPERATOR-ID(WS-OPER-SUBSCRIPT)
               TO OPER-KEY-OPER-ID
           READ OPERATOR-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-OPERMF-OK
                   MOVE OPER-NAME TO WS-RDL-NAME
                   MOVE OPER-DEPT TO WS-RDL-DEPT
                   IF WS-SUSPEND-COUNT NOT = ZERO
                       AND WS-OT-WINDOW-COUNT(WS-OPER-SUBSCRIPT)
                           >= WS-SUSPEND-COUNT
                       AND WS-OT-DAY-COUNT(WS-OPER-SUBSCRIPT) > ZERO
                       IF OPER-STAT-INACTIVE
                           MOVE WS-ALREADY-INACTIVE-LITERAL
                               TO WS-RDL-ACTION
                       ELSE
                           PERFORM 5200-SUSPEND-OPERATOR
                       END-IF
                   END-IF
                   MOVE OPER-STATUS TO WS-RDL-STATUS
               WHEN WS-OPERMF-NOTFND
                   MOVE WS-NOT-ON-FILE-LITERAL TO WS-RDL-NAME
                   MOVE SPACES TO WS-RDL-DEPT
                   MOVE SPACES TO WS-RDL-STATUS
                   IF WS-SUSPEND-COUNT NOT = ZERO
                       AND WS-OT-WINDOW-COUNT(WS-OPER-SUBSCRIPT)
                           >= WS-SUSPEND-COUNT
                       AND WS-OT-DAY-COUNT(WS-OPER-SUBSCRIPT) > ZERO
                       MOVE WS-NOT-ON-FILE-ACTION-LITERAL
                           TO WS-RDL-ACTION
                   END-IF
               WHEN OTHER
                   DISPLAY 'VIOLRPT: OPERMSTF READ FAILED - STATUS '
                       WS-OPERMF-STATUS ' - ABENDING'
                   STOP RUN
           END-EVALUATE
           MOVE WS-REPEAT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       5200-SUSPEND-OPERATOR.
           MOVE OPER-RECORD TO MJRN-BEFORE-IMAGE
           SET OPER-STAT-INACTIVE TO TRUE
           REWRITE OPER-RECORD
           IF NOT WS-OPERMF-OK
               DISPLAY 'VIOLRPT: OPERMSTF REWRITE FAILED - STATUS '
                   WS-OPERMF-STATUS ' - ABENDING'
               STOP RUN
           END-IF
           ADD 1 TO WS-SUSPENDED-COUNT
           MOVE WS-SUSPENDED-LITERAL TO WS-RDL-ACTION
           MOVE 'C' TO MJRN-ACTION
           MOVE OPER-RECORD TO MJRN-AFTER-IMAGE
           MOVE 'OPERMSTF' TO MJRN-KEY-FILE
           MOVE OPER-KEY TO MJRN-RECORD-KEY
           PERFORM MAINT-JOURNAL-PUT.

       6000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DAY-VIOL-COUNT TO WS-TL1-COUNT
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DAY-UNSIGNED-COUNT TO WS-TL2-COUNT
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DAY-NOT-ENT-COUNT TO WS-TL3-COUNT
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-WINDOW-VIOL-COUNT TO WS-TL4-COUNT
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HIGH-TRAN-COUNT TO WS-TL5-COUNT
           MOVE WS-TOTAL-LINE-5 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPEAT-COUNT TO WS-TL6-COUNT
           MOVE WS-TOTAL-LINE-6 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUSPENDED-COUNT TO WS-TL7-COUNT
           MOVE WS-TOTAL-LINE-7 TO REPORT-LINE
           WRITE REPORT-LINE.

       7000-EDIT-TIME.
           DIVIDE WS-TIME-WORK BY 10000
               GIVING WS-TIME-HOUR
               REMAINDER WS-TIME-MIN-SEC
           DIVIDE WS-TIME-MIN-SEC BY 100
               GIVING WS-TIME-MIN
               REMAINDER WS-TIME-SEC.

       8000-DETERMINE-LEAP-YEAR.
           IF FUNCTION MOD(WS-CUTOFF-YEAR, 400) = 0
               SET WS-IS-LEAP-YEAR TO TRUE
           ELSE
               IF FUNCTION MOD(WS-CUTOFF-YEAR, 100) = 0
                   SET WS-IS-NOT-LEAP-YEAR TO TRUE
               ELSE
                   IF FUNCTION MOD(WS-CUTOFF-YEAR, 4) = 0
                       SET WS-IS-LEAP-YEAR TO TRUE
                   ELSE
                       SET WS-IS-NOT-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE VIOLATION-FILE
           CLOSE OPERATOR-MASTER-FILE
           CLOSE REGISTRY-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           MOVE WS-VIOL-READ-COUNT TO WS-RCTL-IN
           MOVE WS-DAY-VIOL-COUNT  TO WS-RCTL-OUT
           MOVE WS-SUSPENDED-COUNT TO WS-RCTL-OTHER
           PERFORM RUN-CONTROL-END.

       COPY RUNCTLCK.
       COPY MJRNPUT.
