      *****************************************************************
      *    SCORERPT - MORNING OPERATIONS SCORECARD                     *
      *                                                                *
      *    RUNS LAST IN THE NIGHTLY CHAIN AND ANSWERS "WAS YESTERDAY   *
      *    OKAY" ON ONE PAGE, READING ONLY WHAT THE EARLIER STEPS      *
      *    LEAVE BEHIND - NO RUNCTLRP, SLARPT, RESPRPT, INCMPRPT,      *
      *    RECONRPT OR ALRTCON NEEDED TO GET THE VERDICT.  FIVE        *
      *    SECTIONS, EACH RATED RED, AMBER OR GREEN:                   *
      *                                                                *
      *    1. BATCH CHAIN - EVERY RUNCTLF STEP FOR THE RUN DATE WITH   *
      *       START, END, ELAPSED MINUTES AND STATUS, IN START-TIME    *
      *       ORDER.  RED IF NO STEPS RAN OR ANY STEP HAS NO CLEAN     *
      *       END RECORD; AMBER IF ANY STEP RAN LONGER THAN THE        *
      *       PARM-CARD LONG-STEP MINUTES.                             *
      *    2. ACTIVITY - TASK, COMPLETED, ENTRY-ONLY, EXCEPTION AND    *
      *       ELAPSED-TIME TOTALS FROM ACTHISTF FOR THE RUN DATE NEXT  *
      *       TO THE SAME WEEKDAY LAST WEEK, WITH THE MOVEMENT.  RED   *
      *       IF ACTHIST CAPTURED NOTHING FOR THE RUN DATE; AMBER IF   *
      *       TASK VOLUME MOVED EITHER WAY, OR EXCEPTIONS OR AVERAGE   *
      *       ELAPSED WENT UP, BY MORE THAN THE PARM-CARD PERCENTAGE   *
      *       (EXCEPTIONS WHERE LAST WEEK HAD NONE ALWAYS COUNT).      *
      *    3. SERVICE LEVELS - TARGETS MET AND MISSED, MEASURED THE    *
      *       WAY SLARPT MEASURES THEM (LATEST SLATGTF TARGET ON OR    *
      *       BEFORE THE RUN DATE, COMPLETED TASKS FROM AUDSTGF).      *
      *       AUDSTGF IS ONLY TRUSTED WHEN THE BATCH SECTION SHOWS     *
      *       AUDSTAGE ENDED CLEAN FOR THE RUN DATE - OTHERWISE THE    *
      *       SECTION IS RED AND UNMEASURED RATHER THAN THE JOB        *
      *       ABENDING.  RED IF MORE THAN HALF THE MEASURED TARGETS    *
      *       WERE MISSED; AMBER IF ANY WERE.                          *
      *    4. ALERTS - ALRTFIRF ALERTS (EXCEPTION AND SLA ALIKE)       *
      *       FIRED ON THE RUN DATE AND HOW MANY WERE NEVER            *
      *       ACKNOWLEDGED.  RED IF ANY ARE STILL UNACKNOWLEDGED;      *
      *       AMBER IF ANY FIRED.                                      *
      *    5. VIOLATIONS - VIOLF REFUSALS ON THE RUN DATE BY REASON,   *
      *       WITH THE OPERATORS VIOLRPT SUSPENDED (ITS RUN-CONTROL    *
      *       THIRD TOTAL).  RED IF ANYONE WAS SUSPENDED; AMBER IF     *
      *       THERE WERE ANY VIOLATIONS.                               *
      *                                                                *
      *    THE OVERALL RATING IS THE WORST SECTION RATING.  EVERY      *
      *    RATING ALSO GOES TO THE SCHEDULER FEED SCORFD (SEE          *
      *    SCORREC.CPY), ONE RECORD PER SECTION PLUS OVERALL.          *
      *                                                                *
      *    THE PARAMETER CARD (PARMIN):                                *
      *        COL 1-8    RUN DATE CCYYMMDD  (REQUIRED)                *
      *        COL 9-11   MOVEMENT PERCENTAGE FOR THE ACTIVITY         *
      *                   SECTION (ZERO OR BLANK - 25)                 *
      *        COL 12-14  LONG-STEP MINUTES FOR THE BATCH SECTION      *
      *                   (ZERO OR BLANK - 60)                         *
      *    A MISSING, EMPTY OR ZERO-DATE CARD ABENDS THE JOB RATHER    *
      *    THAN DEFAULTING (MIRRORING AUDXTRCT'S PARMIN HANDLING).     *
      *                                                                *
      *    LIKE RUNCTLRP, THIS REPORT READS RUNCTLF BUT WRITES NO      *
      *    RUN-CONTROL RECORDS OF ITS OWN - IT REPORTS ON THE CHAIN,   *
      *    IT IS NOT PART OF WHAT IT REPORTS ON.  ALRTFIRF AND VIOLF   *
      *    ARE KEYED TRANSACTION-FIRST, SO BOTH ARE READ IN FULL AND   *
      *    FILTERED ON THE KEY DATE.                                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORERPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCTL-KEY
               FILE STATUS IS WS-RCTLF-STATUS.

           SELECT HISTORY-FILE ASSIGN TO ACTHISTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTF-STATUS.

           SELECT TARGET-FILE ASSIGN TO SLATGTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SLA-KEY
               FILE STATUS IS WS-SLATF-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDSTGF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITF-STATUS.

           SELECT ALERT-FIRED-FILE ASSIGN TO ALRTFIRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AFIR-KEY
               FILE STATUS IS WS-AFIRF-STATUS.

           SELECT VIOLATION-FILE ASSIGN TO VIOLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VIOL-KEY
               FILE STATUS IS WS-VIOLF-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMF-STATUS.

           SELECT REPORT-FILE ASSIGN TO SCORERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT FEED-FILE ASSIGN TO SCORFD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY RCTLREC.

       FD  HISTORY-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY HISTREC.

       FD  TARGET-FILE
           RECORD CONTAINS 20 CHARACTERS.
           COPY SLAREC.

       FD  AUDIT-FILE
           RECORD CONTAINS 43 CHARACTERS.
           COPY AUDITREC.

      *    ALERTREC ALSO CARRIES THE THRESHOLD AND COUNT LAYOUTS;
      *    ONLY AFIR-RECORD IS READ HERE.
       FD  ALERT-FIRED-FILE
           RECORD VARYING FROM 16 TO 46 CHARACTERS.
           COPY ALERTREC.

       FD  VIOLATION-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY VIOLREC.

       FD  PARM-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  PARM-CARD.
           05  PARM-RUN-DATE               PIC 9(8).
           05  PARM-MOVE-PCT               PIC 9(3).
           05  PARM-LONG-STEP-MINS         PIC 9(3).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                     PIC X(132).

       FD  FEED-FILE
           RECORD CONTAINS 24 CHARACTERS.
           COPY SCORREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-RCTLF-STATUS             PIC X(2).
               88  WS-RCTLF-OK             VALUE '00'.
           05  WS-HISTF-STATUS             PIC X(2).
               88  WS-HISTF-OK             VALUE '00'.
           05  WS-SLATF-STATUS             PIC X(2).
               88  WS-SLATF-OK             VALUE '00'.
           05  WS-AUDITF-STATUS            PIC X(2).
               88  WS-AUDITF-OK            VALUE '00'.
           05  WS-AFIRF-STATUS             PIC X(2).
               88  WS-AFIRF-OK             VALUE '00'.
           05  WS-VIOLF-STATUS             PIC X(2).
               88  WS-VIOLF-OK             VALUE '00'.
           05  WS-PARMF-STATUS             PIC X(2).
               88  WS-PARMF-OK             VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(2).
               88  WS-REPORT-OK            VALUE '00'.
           05  WS-FEEDF-STATUS             PIC X(2).
               88  WS-FEEDF-OK             VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-STAGE-SWITCH             PIC X(1) VALUE 'N'.
               88  WS-STAGE-VERIFIED       VALUE 'Y'.
               88  WS-STAGE-NOT-VERIFIED   VALUE 'N'.

       01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR                 PIC 9(4).
           05  WS-RUN-MONTH                PIC 9(2).
           05  WS-RUN-DAY                  PIC 9(2).
       01  WS-MOVE-LIMIT-PCT               PIC 9(3) VALUE 25.
       01  WS-LONG-STEP-MINS               PIC 9(3) VALUE 60.

       01  WS-PRIOR-DATE                   PIC 9(8) VALUE ZERO.
       01  WS-WALK-DATE                    PIC 9(8) VALUE ZERO.
       01  WS-WALK-DATE-SPLIT REDEFINES WS-WALK-DATE.
           05  WS-WALK-YEAR                PIC 9(4).
           05  WS-WALK-MONTH               PIC 9(2).
           05  WS-WALK-DAY                 PIC 9(2).
       01  WS-WALK-COUNT                   PIC 9(1).

       01  WS-RUN-DAY-OF-YEAR              PIC 9(3) VALUE ZERO.
       01  WS-RUN-CCYYDDD                  PIC 9(7) VALUE ZERO.
       01  WS-MONTH-SUBSCRIPT              PIC 9(2).

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

      *    SECTION RATINGS - 1 BATCH, 2 ACTIVITY, 3 SLA, 4 ALERTS,
      *    5 VIOLATIONS, 6 OVERALL.
       01  WS-SECTION-NAME-VALUES.
           05  FILLER PIC X(8) VALUE 'BATCH'.
           05  FILLER PIC X(8) VALUE 'ACTIVITY'.
           05  FILLER PIC X(8) VALUE 'SLA'.
           05  FILLER PIC X(8) VALUE 'ALERTS'.
           05  FILLER PIC X(8) VALUE 'VIOLATN'.
           05  FILLER PIC X(8) VALUE 'OVERALL'.
       01  WS-SECTION-NAME-TABLE REDEFINES WS-SECTION-NAME-VALUES.
           05  WS-SECTION-NAME OCCURS 6 TIMES PIC X(8).

       01  WS-SECTION-TABLE.
           05  WS-SECTION-ENTRY OCCURS 6 TIMES.
               10  WS-SEC-STATUS           PIC X(1)  VALUE 'G'.
               10  WS-SEC-ISSUES           PIC 9(7)  VALUE ZERO.
       01  WS-SEC-SUBSCRIPT                PIC 9(1).
       01  WS-RATE-STATUS                  PIC X(1).
       01  WS-STATUS-WORD                  PIC X(5).

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 50 TIMES.
               10  WS-STEP-PROGRAM         PIC X(8)  VALUE SPACES.
               10  WS-STEP-START-FOUND     PIC X(1)  VALUE 'N'.
               10  WS-STEP-START-TIME      PIC 9(6)  VALUE 999999.
               10  WS-STEP-END-FOUND       PIC X(1)  VALUE 'N'.
               10  WS-STEP-END-TIME        PIC 9(6)  VALUE ZERO.
               10  WS-STEP-END-STATUS      PIC X(4)  VALUE SPACES.
               10  WS-STEP-TOTAL-OTHER     PIC 9(9)  VALUE ZERO.
       01  WS-STEP-USED                    PIC 9(2) VALUE ZERO.
       01  WS-STEP-SUBSCRIPT               PIC 9(2).
       01  WS-STEP-FOUND-SWITCH            PIC X(1).
           88  WS-STEP-FOUND               VALUE 'Y'.
           88  WS-STEP-NOT-FOUND           VALUE 'N'.
       01  WS-STEP-TABLE-FULL-SWITCH       PIC X(1) VALUE 'N'.
           88  WS-STEP-TABLE-FULL          VALUE 'Y'.
       01  WS-STEP-SWAP-ENTRY              PIC X(35).
       01  WS-SORT-PASS                    PIC 9(2).
       01  WS-SORT-IDX                     PIC 9(2).

       01  WS-BATCH-COUNTS.
           05  WS-INCOMPLETE-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-LONG-STEP-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-SUSPENDED-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-STEP-MINUTES             PIC 9(5) VALUE ZERO.

       01  WS-TIME-SPLIT-FIELDS.
           05  WS-TIME-WORK                PIC 9(6).
           05  WS-TIME-WORK-SPLIT REDEFINES WS-TIME-WORK.
               10  WS-TIME-HH              PIC 9(2).
               10  WS-TIME-MM              PIC 9(2).
               10  WS-TIME-SS              PIC 9(2).
           05  WS-START-SECONDS            PIC 9(5).
           05  WS-END-SECONDS              PIC 9(5).
           05  WS-STEP-SECONDS             PIC S9(6).

      *    ACTIVITY MEASURES - 1 TASKS, 2 COMPLETED, 3 ENTRY-ONLY,
      *    4 EXCEPTIONS, 5 AVERAGE ELAPSED, 6 MAXIMUM ELAPSED.  COLUMN
      *    1 IS THE RUN DATE, COLUMN 2 THE SAME WEEKDAY LAST WEEK.
       01  WS-MEASURE-NAME-VALUES.
           05  FILLER PIC X(20) VALUE 'TASKS'.
           05  FILLER PIC X(20) VALUE 'COMPLETED'.
           05  FILLER PIC X(20) VALUE 'ENTRY-ONLY'.
           05  FILLER PIC X(20) VALUE 'EXCEPTIONS'.
           05  FILLER PIC X(20) VALUE 'AVG ELAPSED SECS'.
           05  FILLER PIC X(20) VALUE 'MAX ELAPSED SECS'.
       01  WS-MEASURE-NAME-TABLE REDEFINES WS-MEASURE-NAME-VALUES.
           05  WS-MEASURE-NAME OCCURS 6 TIMES PIC X(20).

       01  WS-MEASURE-TABLE.
           05  WS-MEASURE-ENTRY OCCURS 6 TIMES.
               10  WS-MEASURE-VALUE OCCURS 2 TIMES
                                           PIC 9(9)  VALUE ZERO.
       01  WS-MEASURE-SUBSCRIPT            PIC 9(1).
       01  WS-DAY-COLUMN                   PIC 9(1).
       01  WS-ELAPSED-WEIGHT OCCURS 2 TIMES PIC 9(13) VALUE ZERO.
       01  WS-HIST-RUN-COUNT               PIC 9(7) VALUE ZERO.

       01  WS-MOVEMENT-FIELDS.
           05  WS-MOVE-PCT                 PIC S9(5) VALUE ZERO.
           05  WS-MOVE-SWITCH              PIC X(1).
               88  WS-MOVE-NEW             VALUE 'N'.
               88  WS-MOVE-FLAT            VALUE 'F'.
               88  WS-MOVE-MEASURED        VALUE 'M'.
           05  WS-MOVE-EDIT                PIC -(4)9.

       01  WS-TRAN-TABLE.
           05  WS-TRAN-ENTRY OCCURS 100 TIMES.
               10  WS-TRAN-ID              PIC X(4)  VALUE SPACES.
               10  WS-TRAN-HAS-TARGET      PIC X(1)  VALUE 'N'.
               10  WS-TRAN-TARGET-SECS     PIC 9(5)  VALUE ZERO.
               10  WS-TRAN-REQUIRED-PCT    PIC 9(3)  VALUE ZERO.
               10  WS-TRAN-COMP-COUNT      PIC 9(7)  VALUE ZERO.
               10  WS-TRAN-WITHIN-COUNT    PIC 9(7)  VALUE ZERO.
       01  WS-TRAN-USED                    PIC 9(4) VALUE ZERO.
       01  WS-TRAN-SUBSCRIPT               PIC 9(4).
       01  WS-TRAN-FOUND-SWITCH            PIC X(1).
           88  WS-TRAN-FOUND               VALUE 'Y'.
           88  WS-TRAN-NOT-FOUND           VALUE 'N'.
       01  WS-TRAN-TABLE-FULL-SWITCH       PIC X(1) VALUE 'N'.
           88  WS-TRAN-TABLE-FULL          VALUE 'Y'.
       01  WS-POST-TRAN-ID                 PIC X(4).

       01  WS-SLA-FIELDS.
           05  WS-REC-CCYYDDD              PIC 9(7) VALUE ZERO.
           05  WS-REC-CCYYMMDD             PIC 9(8) VALUE ZERO.
           05  WS-REC-DATE-VALID           PIC X(1) VALUE 'N'.
           05  WS-TIME-EIB-WORK            PIC 9(7).
           05  WS-TIME-HOUR                PIC 9(2).
           05  WS-TIME-MIN-SEC             PIC 9(4).
           05  WS-TIME-MIN                 PIC 9(2).
           05  WS-TIME-SEC                 PIC 9(2).
           05  WS-ENTRY-SECONDS            PIC 9(7).
           05  WS-EXIT-SECONDS             PIC 9(7).
           05  WS-ELAPSED-SECONDS          PIC S9(7).
           05  WS-MET-PCT                  PIC 9(3).
           05  WS-SLA-MET-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-SLA-MISSED-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-SLA-NO-TASKS-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-SLA-NO-TARGET-COUNT      PIC 9(4) VALUE ZERO.

       01  WS-ALERT-COUNTS.
           05  WS-ALERT-FIRED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-ALERT-UNACK-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-VIOLATION-COUNTS.
           05  WS-VIOL-UNSIGNED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-VIOL-NOT-ENTITLED-COUNT  PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1                    PIC X(60)
           VALUE 'MORNING OPERATIONS SCORECARD'.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-H2-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(20)
               VALUE '   COMPARED WITH:  '.
           05  WS-H2-PRIOR-DATE            PIC 9(8).
           05  FILLER                      PIC X(20)
               VALUE ' (SAME WEEKDAY)'.

       01  WS-OVERALL-LINE.
           05  FILLER                      PIC X(16)
               VALUE 'OVERALL STATUS: '.
           05  WS-OL-STATUS                PIC X(5).

       01  WS-SECTION-LINE.
           05  WS-SL-TITLE                 PIC X(50).
           05  FILLER                      PIC X(8)  VALUE 'STATUS: '.
           05  WS-SL-STATUS                PIC X(5).

       01  WS-BATCH-TITLE                  PIC X(50)
           VALUE '1. BATCH CHAIN (RUNCTLF)'.
       01  WS-ACTIVITY-TITLE               PIC X(50)
           VALUE '2. ACTIVITY (ACTHISTF)'.
       01  WS-SLA-TITLE                    PIC X(50)
           VALUE '3. SERVICE LEVELS (SLATGTF/AUDSTGF)'.
       01  WS-ALERT-TITLE                  PIC X(50)
           VALUE '4. ALERTS (ALRTFIRF)'.
       01  WS-VIOLATION-TITLE              PIC X(50)
           VALUE '5. VIOLATIONS (VIOLF)'.

       01  WS-STEP-HEADING.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  FILLER                      PIC X(12) VALUE 'PROGRAM'.
           05  FILLER                      PIC X(12) VALUE 'START'.
           05  FILLER                      PIC X(12) VALUE 'END'.
           05  FILLER                      PIC X(8)  VALUE '    MINS'.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE 'STATUS'.

       01  WS-STEP-LINE.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-STL-PROGRAM              PIC X(8).
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-STL-START-TIME.
               10  WS-STL-START-HH         PIC 9(2).
               10  FILLER                  PIC X(1)  VALUE '.'.
               10  WS-STL-START-MM         PIC 9(2).
               10  FILLER                  PIC X(1)  VALUE '.'.
               10  WS-STL-START-SS         PIC 9(2).
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-STL-END-TIME.
               10  WS-STL-END-HH           PIC 9(2).
               10  FILLER                  PIC X(1)  VALUE '.'.
               10  WS-STL-END-MM           PIC 9(2).
               10  FILLER                  PIC X(1)  VALUE '.'.
               10  WS-STL-END-SS           PIC 9(2).
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-STL-MINUTES              PIC ZZ,ZZ9.
           05  FILLER                      PIC X(6)  VALUE SPACES.
           05  WS-STL-STATUS               PIC X(4).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-STL-FLAG                 PIC X(12).

       01  WS-BATCH-SUMMARY-LINE.
           05  FILLER                      PIC X(10)
               VALUE '    STEPS '.
           05  WS-BSL-STEPS                PIC Z9.
           05  FILLER                      PIC X(14)
               VALUE '   INCOMPLETE '.
           05  WS-BSL-INCOMPLETE           PIC ZZ9.
           05  FILLER                      PIC X(8)
               VALUE '   OVER '.
           05  WS-BSL-LONG-MINS            PIC ZZ9.
           05  FILLER                      PIC X(7)  VALUE ' MINS  '.
           05  WS-BSL-LONG-COUNT           PIC ZZ9.

       01  WS-MEASURE-HEADING.
           05  FILLER                      PIC X(24) VALUE SPACES.
           05  FILLER                      PIC X(12)
               VALUE '    RUN DATE'.
           05  FILLER                      PIC X(12)
               VALUE '   LAST WEEK'.
           05  FILLER                      PIC X(12)
               VALUE '    MOVEMENT'.

       01  WS-MEASURE-LINE.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-ML-NAME                  PIC X(20).
           05  WS-ML-RUN-VALUE             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-ML-PRIOR-VALUE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(5)  VALUE SPACES.
           05  WS-ML-MOVEMENT              PIC X(6).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ML-FLAG                  PIC X(6).

       01  WS-SLA-LINE.
           05  FILLER                      PIC X(18)
               VALUE '    TARGETS MET   '.
           05  WS-SLL-MET                  PIC ZZZ9.
           05  FILLER                      PIC X(10)
               VALUE '   MISSED '.
           05  WS-SLL-MISSED               PIC ZZZ9.
           05  FILLER                      PIC X(12)
               VALUE '   NO TASKS '.
           05  WS-SLL-NO-TASKS             PIC ZZZ9.
           05  FILLER                      PIC X(28)
               VALUE '   TRAFFIC WITHOUT TARGET '.
           05  WS-SLL-NO-TARGET            PIC ZZZ9.

       01  WS-STAGE-UNVERIFIED-LINE        PIC X(70)
           VALUE '    NOT MEASURED - AUDSTAGE DID NOT END CLEAN FOR THE
      -          'RUN DATE'.

       01  WS-ALERT-LINE.
           05  FILLER                      PIC X(12)
               VALUE '    FIRED   '.
           05  WS-ALL-FIRED                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(24)
               VALUE '   NEVER ACKNOWLEDGED  '.
           05  WS-ALL-UNACK                PIC ZZZ,ZZ9.

       01  WS-VIOLATION-LINE.
           05  FILLER                      PIC X(14)
               VALUE '    UNSIGNED  '.
           05  WS-VL-UNSIGNED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(17)
               VALUE '   NOT ENTITLED  '.
           05  WS-VL-NOT-ENTITLED          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(24)
               VALUE '   OPERATORS SUSPENDED  '.
           05  WS-VL-SUSPENDED             PIC ZZZ,ZZ9.

       01  WS-NO-STEPS-MSG                 PIC X(60)
           VALUE '    (NO RUN-CONTROL RECORDS FOR THIS DATE)'.
       01  WS-STEP-TABLE-FULL-MSG          PIC X(60)
           VALUE '    WARNING - OVER 50 STEPS FOR DATE - LIST SHORT'.
       01  WS-TRAN-TABLE-FULL-MSG          PIC X(60)
           VALUE '    WARNING - OVER 100 TRAN IDS SEEN - RESULTS SHORT'.
       01  WS-BLANK-LINE                   PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GATHER-RUN-CONTROL
           PERFORM 2500-RATE-BATCH-CHAIN
           PERFORM 3000-GATHER-ACTIVITY
           PERFORM 3500-RATE-ACTIVITY
           PERFORM 4000-MEASURE-SERVICE-LEVELS
           PERFORM 5000-COUNT-ALERTS
           PERFORM 6000-COUNT-VIOLATIONS
           PERFORM 6500-RATE-OVERALL
           PERFORM 7000-WRITE-REPORT
           PERFORM 7800-WRITE-FEED-RECORDS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-PARM
           PERFORM 1200-BUILD-RUN-DAY-OF-YEAR
           PERFORM 1300-FIND-PRIOR-WEEKDAY
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT WS-RCTLF-OK
               DISPLAY 'SCORERPT: RUNCTLF OPEN FAILED - STATUS '
                   WS-RCTLF-STATUS
               STOP RUN
           END-IF
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HISTF-OK
               DISPLAY 'SCORERPT: ACTHISTF OPEN FAILED - STATUS '
                   WS-HISTF-STATUS
               STOP RUN
           END-IF
           OPEN INPUT TARGET-FILE
           IF NOT WS-SLATF-OK
               DISPLAY 'SCORERPT: SLATGTF OPEN FAILED - STATUS '
                   WS-SLATF-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ALERT-FIRED-FILE
           IF NOT WS-AFIRF-OK
               DISPLAY 'SCORERPT: ALRTFIRF OPEN FAILED - STATUS '
                   WS-AFIRF-STATUS
               STOP RUN
           END-IF
           OPEN INPUT VIOLATION-FILE
           IF NOT WS-VIOLF-OK
               DISPLAY 'SCORERPT: VIOLF OPEN FAILED - STATUS '
                   WS-VIOLF-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'SCORERPT: REPORT FILE OPEN FAILED - STATUS '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT FEED-FILE
           IF NOT WS-FEEDF-OK
               DISPLAY 'SCORERPT: SCORFD OPEN FAILED - STATUS '
                   WS-FEEDF-STATUS
               STOP RUN
           END-IF.

       1100-READ-RUN-PARM.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARMF-OK
               DISPLAY 'SCORERPT: PARMIN OPEN FAILED - STATUS '
                   WS-PARMF-STATUS
               DISPLAY 'SCORERPT: RUN DATE PARM IS REQUIRED - ABENDING'
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY 'SCORERPT: PARMIN IS EMPTY'
                   DISPLAY
                       'SCORERPT: RUN DATE PARM IS REQUIRED - ABENDING'
                   CLOSE PARM-FILE
                   STOP RUN
           END-READ
           IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = ZERO
               DISPLAY 'SCORERPT: PARMIN RUN DATE IS ZERO/BLANK'
               DISPLAY
                   'SCORERPT: RUN DATE PARM IS REQUIRED - ABENDING'
               CLOSE PARM-FILE
               STOP RUN
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           IF PARM-MOVE-PCT NUMERIC AND PARM-MOVE-PCT NOT = ZERO
               MOVE PARM-MOVE-PCT TO WS-MOVE-LIMIT-PCT
           END-IF
           IF PARM-LONG-STEP-MINS NUMERIC
               AND PARM-LONG-STEP-MINS NOT = ZERO
               MOVE PARM-LONG-STEP-MINS TO WS-LONG-STEP-MINS
           END-IF
           CLOSE PARM-FILE
           IF WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
               OR WS-RUN-DAY < 1 OR WS-RUN-DAY > 31
               DISPLAY 'SCORERPT: PARMIN RUN DATE ' WS-RUN-DATE
                   ' IS NOT A VALID CCYYMMDD - ABENDING'
               STOP RUN
           END-IF.

      *    ALRTFIRF AND VIOLF CARRY THE DATECNVT-NORMALIZED CCYYDDD IN
      *    THEIR KEYS, SO THE RUN DATE IS CONVERTED ONCE HERE.
       1200-BUILD-RUN-DAY-OF-YEAR.
           MOVE WS-RUN-YEAR TO WS-WALK-YEAR
           PERFORM 8000-DETERMINE-LEAP-YEAR
           MOVE WS-MONTH-DAYS-NORMAL-VALUES TO WS-MONTH-DAYS-TABLE
           IF WS-IS-LEAP-YEAR
               MOVE 29 TO WS-MONTH-DAYS(2)
           END-IF
           IF WS-RUN-DAY > WS-MONTH-DAYS(WS-RUN-MONTH)
               DISPLAY 'SCORERPT: PARMIN RUN DATE ' WS-RUN-DATE
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

       1300-FIND-PRIOR-WEEKDAY.
           MOVE WS-RUN-DATE TO WS-WALK-DATE
           PERFORM 1400-BACK-UP-ONE-DAY
               VARYING WS-WALK-COUNT FROM 1 BY 1
               UNTIL WS-WALK-COUNT > 7
           MOVE WS-WALK-DATE TO WS-PRIOR-DATE.

       1400-BACK-UP-ONE-DAY.
           IF WS-WALK-DAY > 1
               SUBTRACT 1 FROM WS-WALK-DAY
           ELSE
               IF WS-WALK-MONTH > 1
                   SUBTRACT 1 FROM WS-WALK-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-WALK-YEAR
                   MOVE 12 TO WS-WALK-MONTH
               END-IF
               PERFORM 8000-DETERMINE-LEAP-YEAR
               MOVE WS-MONTH-DAYS-NORMAL-VALUES
                   TO WS-MONTH-DAYS-TABLE
               IF WS-IS-LEAP-YEAR
                   MOVE 29 TO WS-MONTH-DAYS(2)
               END-IF
               MOVE WS-MONTH-DAYS(WS-WALK-MONTH) TO WS-WALK-DAY
           END-IF.

       2000-GATHER-RUN-CONTROL.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-RUN-DATE TO RCTL-KEY-RUN-DATE
           MOVE LOW-VALUES  TO RCTL-KEY-PROGRAM
           MOVE LOW-VALUES  TO RCTL-KEY-TYPE
           START RUN-CONTROL-FILE KEY >= RCTL-KEY
           IF NOT WS-RCTLF-OK
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM 2100-READ-RUN-RECORD
           END-IF
           PERFORM 2200-TABLE-ONE-RUN-RECORD
               UNTIL WS-END-OF-FILE
           PERFORM 2400-SORT-BY-START-TIME.

       2100-READ-RUN-RECORD.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               IF RCTL-KEY-RUN-DATE NOT = WS-RUN-DATE
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-IF.

       2200-TABLE-ONE-RUN-RECORD.
           PERFORM 2300-FIND-STEP-ENTRY
           IF WS-STEP-FOUND
               IF RCTL-TYPE-START
                   MOVE 'Y' TO
                       WS-STEP-START-FOUND(WS-STEP-SUBSCRIPT)
                   MOVE RCTL-TIME
                       TO WS-STEP-START-TIME(WS-STEP-SUBSCRIPT)
               ELSE
                   MOVE 'Y' TO
                       WS-STEP-END-FOUND(WS-STEP-SUBSCRIPT)
                   MOVE RCTL-TIME
                       TO WS-STEP-END-TIME(WS-STEP-SUBSCRIPT)
                   MOVE RCTL-STATUS
                       TO WS-STEP-END-STATUS(WS-STEP-SUBSCRIPT)
                   MOVE RCTL-TOTAL-OTHER
                       TO WS-STEP-TOTAL-OTHER(WS-STEP-SUBSCRIPT)
               END-IF
           END-IF
           PERFORM 2100-READ-RUN-RECORD.

       2300-FIND-STEP-ENTRY.
           SET WS-STEP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-STEP-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-STEP-SUBSCRIPT > WS-STEP-USED
                   OR WS-STEP-FOUND
               IF WS-STEP-PROGRAM(WS-STEP-SUBSCRIPT)
                       = RCTL-KEY-PROGRAM
                   SET WS-STEP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-STEP-FOUND
               SUBTRACT 1 FROM WS-STEP-SUBSCRIPT
           ELSE
               IF WS-STEP-USED < 50
                   ADD 1 TO WS-STEP-USED
                   MOVE WS-STEP-USED TO WS-STEP-SUBSCRIPT
                   MOVE RCTL-KEY-PROGRAM
                       TO WS-STEP-PROGRAM(WS-STEP-USED)
                   SET WS-STEP-FOUND TO TRUE
               ELSE
                   SET WS-STEP-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       2400-SORT-BY-START-TIME.
           PERFORM VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS >= WS-STEP-USED
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX >
                           WS-STEP-USED - WS-SORT-PASS
                   IF WS-STEP-START-TIME(WS-SORT-IDX) >
                           WS-STEP-START-TIME(WS-SORT-IDX + 1)
                       MOVE WS-STEP-ENTRY(WS-SORT-IDX)
                           TO WS-STEP-SWAP-ENTRY
                       MOVE WS-STEP-ENTRY(WS-SORT-IDX + 1)
                           TO WS-STEP-ENTRY(WS-SORT-IDX)
                       MOVE WS-STEP-SWAP-ENTRY
                           TO WS-STEP-ENTRY(WS-SORT-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2500-RATE-BATCH-CHAIN.
           PERFORM 2600-CHECK-ONE-STEP
               VARYING WS-STEP-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-STEP-SUBSCRIPT > WS-STEP-USED
           COMPUTE WS-SEC-ISSUES(1) =
               WS-INCOMPLETE-COUNT + WS-LONG-STEP-COUNT
           EVALUATE TRUE
               WHEN WS-STEP-USED = ZERO
                   MOVE 'R' TO WS-SEC-STATUS(1)
               WHEN WS-INCOMPLETE-COUNT NOT = ZERO
                   MOVE 'R' TO WS-SEC-STATUS(1)
               WHEN WS-LONG-STEP-COUNT NOT = ZERO
                   MOVE 'A' TO WS-SEC-STATUS(1)
               WHEN OTHER
                   MOVE 'G' TO WS-SEC-STATUS(1)
           END-EVALUATE.

      *    ALSO PICKS UP THE TWO STEPS OTHER SECTIONS DEPEND ON:
      *    AUDSTAGE (WHETHER AUDSTGF CAN BE TRUSTED FOR THE SLA
      *    MEASUREMENT) AND VIOLRPT (OPERATORS SUSPENDED).
       2600-CHECK-ONE-STEP.
           IF WS-STEP-END-FOUND(WS-STEP-SUBSCRIPT) = 'Y'
               AND WS-STEP-END-STATUS(WS-STEP-SUBSCRIPT) = 'OK  '
               PERFORM 2700-COMPUTE-STEP-MINUTES
               IF WS-STEP-MINUTES > WS-LONG-STEP-MINS
                   ADD 1 TO WS-LONG-STEP-COUNT
               END-IF
               IF WS-STEP-PROGRAM(WS-STEP-SUBSCRIPT) = 'AUDSTAGE'
                   SET WS-STAGE-VERIFIED TO TRUE
               END-IF
               IF WS-STEP-PROGRAM(WS-STEP-SUBSCRIPT) = 'VIOLRPT'
                   MOVE WS-STEP-TOTAL-OTHER(WS-STEP-SUBSCRIPT)
                       TO WS-SUSPENDED-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-INCOMPLETE-COUNT
           END-IF.

       2700-COMPUTE-STEP-MINUTES.
           MOVE WS-STEP-START-TIME(WS-STEP-SUBSCRIPT) TO WS-TIME-WORK
           IF WS-STEP-START-FOUND(WS-STEP-SUBSCRIPT) NOT = 'Y'
               MOVE ZERO TO WS-TIME-WORK
           END-IF
           COMPUTE WS-START-SECONDS =
               (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS
           MOVE WS-STEP-END-TIME(WS-STEP-SUBSCRIPT) TO WS-TIME-WORK
           COMPUTE WS-END-SECONDS =
               (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS
           COMPUTE WS-STEP-SECONDS = WS-END-SECONDS - WS-START-SECONDS
           IF WS-STEP-SECONDS < ZERO
               ADD 86400 TO WS-STEP-SECONDS
           END-IF
           COMPUTE WS-STEP-MINUTES = WS-STEP-SECONDS / 60.

       3000-GATHER-ACTIVITY.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3100-READ-HISTORY
           PERFORM 3200-POST-ONE-HISTORY
               UNTIL WS-END-OF-FILE
           PERFORM 3300-FINISH-ELAPSED-AVERAGE
               VARYING WS-DAY-COLUMN FROM 1 BY 1
               UNTIL WS-DAY-COLUMN > 2.

       3100-READ-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3200-POST-ONE-HISTORY.
           MOVE ZERO TO WS-DAY-COLUMN
           IF HIST-KEY-DATE = WS-RUN-DATE
               MOVE 1 TO WS-DAY-COLUMN
               ADD 1 TO WS-HIST-RUN-COUNT
           END-IF
           IF HIST-KEY-DATE = WS-PRIOR-DATE
               MOVE 2 TO WS-DAY-COLUMN
           END-IF
           IF WS-DAY-COLUMN NOT = ZERO
               ADD HIST-TASK-COUNT
                   TO WS-MEASURE-VALUE(1, WS-DAY-COLUMN)
               ADD HIST-COMPLETE-COUNT
                   TO WS-MEASURE-VALUE(2, WS-DAY-COLUMN)
               ADD HIST-ENTRY-COUNT
                   TO WS-MEASURE-VALUE(3, WS-DAY-COLUMN)
               ADD HIST-EXCP-COUNT
                   TO WS-MEASURE-VALUE(4, WS-DAY-COLUMN)
               COMPUTE WS-ELAPSED-WEIGHT(WS-DAY-COLUMN) =
                   WS-ELAPSED-WEIGHT(WS-DAY-COLUMN)
                   + (HIST-AVG-SECS * HIST-COMPLETE-COUNT)
               IF HIST-MAX-SECS > WS-MEASURE-VALUE(6, WS-DAY-COLUMN)
                   MOVE HIST-MAX-SECS
                       TO WS-MEASURE-VALUE(6, WS-DAY-COLUMN)
               END-IF
           END-IF
           PERFORM 3100-READ-HISTORY.

      *    HIST-AVG-SECS IS PER TRANSACTION OVER ITS COMPLETED TASKS,
      *    SO THE DAY'S AVERAGE IS WEIGHTED BY THE COMPLETED COUNTS.
       3300-FINISH-ELAPSED-AVERAGE.
           IF WS-MEASURE-VALUE(2, WS-DAY-COLUMN) NOT = ZERO
               COMPUTE WS-MEASURE-VALUE(5, WS-DAY-COLUMN) ROUNDED =
                   WS-ELAPSED-WEIGHT(WS-DAY-COLUMN)
                   / WS-MEASURE-VALUE(2, WS-DAY-COLUMN)
           END-IF.

       3500-RATE-ACTIVITY.
           MOVE 1 TO WS-MEASURE-SUBSCRIPT
           PERFORM 3600-COMPUTE-MOVEMENT
           IF WS-MOVE-NEW
               OR (WS-MOVE-MEASURED AND
                   (WS-MOVE-PCT > WS-MOVE-LIMIT-PCT
                   OR WS-MOVE-PCT < 0 - WS-MOVE-LIMIT-PCT))
               ADD 1 TO WS-SEC-ISSUES(2)
           END-IF
           MOVE 4 TO WS-MEASURE-SUBSCRIPT
           PERFORM 3600-COMPUTE-MOVEMENT
           IF WS-MOVE-NEW
               OR (WS-MOVE-MEASURED
                   AND WS-MOVE-PCT > WS-MOVE-LIMIT-PCT)
               ADD 1 TO WS-SEC-ISSUES(2)
           END-IF
           MOVE 5 TO WS-MEASURE-SUBSCRIPT
           PERFORM 3600-COMPUTE-MOVEMENT
           IF WS-MOVE-MEASURED AND WS-MOVE-PCT > WS-MOVE-LIMIT-PCT
               ADD 1 TO WS-SEC-ISSUES(2)
           END-IF
           EVALUATE TRUE
               WHEN WS-HIST-RUN-COUNT = ZERO
                   MOVE 'R' TO WS-SEC-STATUS(2)
                   ADD 1 TO WS-SEC-ISSUES(2)
               WHEN WS-SEC-ISSUES(2) NOT = ZERO
                   MOVE 'A' TO WS-SEC-STATUS(2)
               WHEN OTHER
                   MOVE 'G' TO WS-SEC-STATUS(2)
           END-EVALUATE.

       3600-COMPUTE-MOVEMENT.
           EVALUATE TRUE
               WHEN WS-MEASURE-VALUE(WS-MEASURE-SUBSCRIPT, 2) = ZERO
                   AND WS-MEASURE-VALUE(WS-MEASURE-SUBSCRIPT, 1) = ZERO
                   SET WS-MOVE-FLAT TO TRUE
                   MOVE ZERO TO WS-MOVE-PCT
               WHEN WS-MEASURE-VALUE(WS-MEASURE-SUBSCRIPT, 2) = ZERO
                   SET WS-MOVE-NEW TO TRUE
                   MOVE ZERO TO WS-MOVE-PCT
               WHEN OTHER
                   SET WS-MOVE-MEASURED TO TRUE
                   COMPUTE WS-MOVE-PCT ROUNDED =
                       ((WS-MEASURE-VALUE(WS-MEASURE-SUBSCRIPT, 1)
                       - WS-MEASURE-VALUE(WS-MEASURE-SUBSCRIPT, 2))
                       * 100)
                       / WS-MEASURE-VALUE(WS-MEASURE-SUBSCRIPT, 2)
                       ON SIZE ERROR
                           MOVE 9999 TO WS-MOVE-PCT
                   END-COMPUTE
           END-EVALUATE.

       4000-MEASURE-SERVICE-LEVELS.
           PERFORM 4100-LOAD-TARGET-TABLE
           IF WS-STAGE-VERIFIED
               OPEN INPUT AUDIT-FILE
               IF NOT WS-AUDITF-OK
                   DISPLAY 'SCORERPT: AUDSTGF OPEN FAILED - STATUS '
                       WS-AUDITF-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 4300-READ-AUDIT-RECORD
               PERFORM 4400-MEASURE-ONE-AUDIT
                   UNTIL WS-END-OF-FILE
               CLOSE AUDIT-FILE
               PERFORM 4700-TALLY-ONE-VERDICT
                   VARYING WS-TRAN-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-TRAN-SUBSCRIPT > WS-TRAN-USED
               MOVE WS-SLA-MISSED-COUNT TO WS-SEC-ISSUES(3)
               EVALUATE TRUE
                   WHEN WS-SLA-MISSED-COUNT > WS-SLA-MET-COUNT
                       MOVE 'R' TO WS-SEC-STATUS(3)
                   WHEN WS-SLA-MISSED-COUNT NOT = ZERO
                       MOVE 'A' TO WS-SEC-STATUS(3)
                   WHEN OTHER
                       MOVE 'G' TO WS-SEC-STATUS(3)
               END-EVALUATE
           ELSE
               MOVE 'R' TO WS-SEC-STATUS(3)
               MOVE 1 TO WS-SEC-ISSUES(3)
           END-IF.

       4100-LOAD-TARGET-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 4150-READ-TARGET
           PERFORM 4200-TABLE-ONE-TARGET
               UNTIL WS-END-OF-FILE.

       4150-READ-TARGET.
           READ TARGET-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       4200-TABLE-ONE-TARGET.
           IF SLA-KEY-EFF-DATE <= WS-RUN-DATE
               MOVE SLA-KEY-TRAN-ID TO WS-POST-TRAN-ID
               PERFORM 8100-FIND-TRAN-ENTRY
               IF WS-TRAN-FOUND
                   MOVE 'Y' TO WS-TRAN-HAS-TARGET(WS-TRAN-SUBSCRIPT)
                   MOVE SLA-TARGET-SECS
                       TO WS-TRAN-TARGET-SECS(WS-TRAN-SUBSCRIPT)
                   MOVE SLA-REQUIRED-PCT
                       TO WS-TRAN-REQUIRED-PCT(WS-TRAN-SUBSCRIPT)
               END-IF
           END-IF
           PERFORM 4150-READ-TARGET.

       4300-READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       4400-MEASURE-ONE-AUDIT.
           CALL 'DATECNVT' USING AUDIT-DATE-EIB WS-REC-CCYYDDD
               WS-REC-CCYYMMDD WS-REC-DATE-VALID
           IF WS-REC-DATE-VALID = 'Y'
               AND WS-REC-CCYYMMDD = WS-RUN-DATE
               AND AUDIT-STAT-COMPLETE
               MOVE AUDIT-TRAN-ID TO WS-POST-TRAN-ID
               PERFORM 8100-FIND-TRAN-ENTRY
               IF WS-TRAN-FOUND
                   PERFORM 4500-COMPUTE-ELAPSED-TIME
                   ADD 1 TO WS-TRAN-COMP-COUNT(WS-TRAN-SUBSCRIPT)
                   IF WS-TRAN-HAS-TARGET(WS-TRAN-SUBSCRIPT) = 'Y'
                       AND WS-ELAPSED-SECONDS <=
                           WS-TRAN-TARGET-SECS(WS-TRAN-SUBSCRIPT)
                       ADD 1
                           TO WS-TRAN-WITHIN-COUNT(WS-TRAN-SUBSCRIPT)
                   END-IF
               END-IF
           END-IF
           PERFORM 4300-READ-AUDIT-RECORD.

       4500-COMPUTE-ELAPSED-TIME.
           MOVE AUDIT-TIME-EIB TO WS-TIME-EIB-WORK
           PERFORM 4600-TIME-TO-SECONDS
           COMPUTE WS-ENTRY-SECONDS =
               (WS-TIME-HOUR * 3600) + (WS-TIME-MIN * 60)
               + WS-TIME-SEC
           MOVE AUDIT-TIME-EXIT-EIB TO WS-TIME-EIB-WORK
           PERFORM 4600-TIME-TO-SECONDS
           COMPUTE WS-EXIT-SECONDS =
               (WS-TIME-HOUR * 3600) + (WS-TIME-MIN * 60)
               + WS-TIME-SEC
           COMPUTE WS-ELAPSED-SECONDS =
               WS-EXIT-SECONDS - WS-ENTRY-SECONDS
           IF WS-ELAPSED-SECONDS < ZERO
               ADD 86400 TO WS-ELAPSED-SECONDS
           END-IF.

       4600-TIME-TO-SECONDS.
           DIVIDE WS-TIME-EIB-WORK BY 10000
               GIVING WS-TIME-HOUR
               REMAINDER WS-TIME-MIN-SEC
           DIVIDE WS-TIME-MIN-SEC BY 100
               GIVING WS-TIME-MIN
               REMAINDER WS-TIME-SEC.

       4700-TALLY-ONE-VERDICT.
           EVALUATE TRUE
               WHEN WS-TRAN-HAS-TARGET(WS-TRAN-SUBSCRIPT) = 'N'
                   IF WS-TRAN-COMP-COUNT(WS-TRAN-SUBSCRIPT) NOT = ZERO
                       ADD 1 TO WS-SLA-NO-TARGET-COUNT
                   END-IF
               WHEN WS-TRAN-COMP-COUNT(WS-TRAN-SUBSCRIPT) = ZERO
                   ADD 1 TO WS-SLA-NO-TASKS-COUNT
               WHEN OTHER
                   COMPUTE WS-MET-PCT ROUNDED =
                       (WS-TRAN-WITHIN-COUNT(WS-TRAN-SUBSCRIPT) * 100)
                       / WS-TRAN-COMP-COUNT(WS-TRAN-SUBSCRIPT)
                   IF WS-MET-PCT >=
                           WS-TRAN-REQUIRED-PCT(WS-TRAN-SUBSCRIPT)
                       ADD 1 TO WS-SLA-MET-COUNT
                   ELSE
                       ADD 1 TO WS-SLA-MISSED-COUNT
                   END-IF
           END-EVALUATE.

       5000-COUNT-ALERTS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 5100-READ-ALERT-FIRED
           PERFORM 5200-COUNT-ONE-ALERT
               UNTIL WS-END-OF-FILE
           MOVE WS-ALERT-UNACK-COUNT TO WS-SEC-ISSUES(4)
           EVALUATE TRUE
               WHEN WS-ALERT-UNACK-COUNT NOT = ZERO
                   MOVE 'R' TO WS-SEC-STATUS(4)
               WHEN WS-ALERT-FIRED-COUNT NOT = ZERO
                   MOVE 'A' TO WS-SEC-STATUS(4)
               WHEN OTHER
                   MOVE 'G' TO WS-SEC-STATUS(4)
           END-EVALUATE.

       5100-READ-ALERT-FIRED.
           READ ALERT-FIRED-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       5200-COUNT-ONE-ALERT.
           IF AFIR-KEY-DATE = WS-RUN-CCYYDDD
               ADD 1 TO WS-ALERT-FIRED-COUNT
               IF NOT AFIR-ACKNOWLEDGED
                   ADD 1 TO WS-ALERT-UNACK-COUNT
               END-IF
           END-IF
           PERFORM 5100-READ-ALERT-FIRED.

       6000-COUNT-VIOLATIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 6100-READ-VIOLATION
           PERFORM 6200-COUNT-ONE-VIOLATION
               UNTIL WS-END-OF-FILE
           COMPUTE WS-SEC-ISSUES(5) =
               WS-VIOL-UNSIGNED-COUNT + WS-VIOL-NOT-ENTITLED-COUNT
           EVALUATE TRUE
               WHEN WS-SUSPENDED-COUNT NOT = ZERO
                   MOVE 'R' TO WS-SEC-STATUS(5)
               WHEN WS-SEC-ISSUES(5) NOT = ZERO
                   MOVE 'A' TO WS-SEC-STATUS(5)
               WHEN OTHER
                   MOVE 'G' TO WS-SEC-STATUS(5)
           END-EVALUATE.

       6100-READ-VIOLATION.
           READ VIOLATION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       6200-COUNT-ONE-VIOLATION.
           IF VIOL-KEY-DATE = WS-RUN-CCYYDDD
               IF VIOL-REASON-UNSIGNED
                   ADD 1 TO WS-VIOL-UNSIGNED-COUNT
               ELSE
                   ADD 1 TO WS-VIOL-NOT-ENTITLED-COUNT
               END-IF
           END-IF
           PERFORM 6100-READ-VIOLATION.

       6500-RATE-OVERALL.
           MOVE 'G' TO WS-SEC-STATUS(6)
           MOVE ZERO TO WS-SEC-ISSUES(6)
           PERFORM 6600-FOLD-ONE-SECTION
               VARYING WS-SEC-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SEC-SUBSCRIPT > 5.

       6600-FOLD-ONE-SECTION.
           IF WS-SEC-STATUS(WS-SEC-SUBSCRIPT) NOT = 'G'
               ADD 1 TO WS-SEC-ISSUES(6)
           END-IF
           IF WS-SEC-STATUS(WS-SEC-SUBSCRIPT) = 'R'
               MOVE 'R' TO WS-SEC-STATUS(6)
           END-IF
           IF WS-SEC-STATUS(WS-SEC-SUBSCRIPT) = 'A'
               AND WS-SEC-STATUS(6) = 'G'
               MOVE 'A' TO WS-SEC-STATUS(6)
           END-IF.

       7000-WRITE-REPORT.
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-DATE TO WS-H2-RUN-DATE
           MOVE WS-PRIOR-DATE TO WS-H2-PRIOR-DATE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SEC-STATUS(6) TO WS-RATE-STATUS
           PERFORM 8200-EDIT-STATUS-WORD
           MOVE WS-STATUS-WORD TO WS-OL-STATUS
           MOVE WS-OVERALL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 7100-WRITE-BATCH-SECTION
           PERFORM 7300-WRITE-ACTIVITY-SECTION
           PERFORM 7500-WRITE-SLA-SECTION
           PERFORM 7600-WRITE-ALERT-SECTION
           PERFORM 7700-WRITE-VIOLATION-SECTION.

       7100-WRITE-BATCH-SECTION.
           MOVE WS-BATCH-TITLE TO WS-SL-TITLE
           MOVE 1 TO WS-SEC-SUBSCRIPT
           PERFORM 7900-WRITE-SECTION-LINE
           IF WS-STEP-TABLE-FULL
               MOVE WS-STEP-TABLE-FULL-MSG TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-STEP-USED = ZERO
               MOVE WS-NO-STEPS-MSG TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-STEP-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 7200-WRITE-STEP-LINE
                   VARYING WS-STEP-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-STEP-SUBSCRIPT > WS-STEP-USED
           END-IF
           MOVE WS-STEP-USED TO WS-BSL-STEPS
           MOVE WS-INCOMPLETE-COUNT TO WS-BSL-INCOMPLETE
           MOVE WS-LONG-STEP-MINS TO WS-BSL-LONG-MINS
           MOVE WS-LONG-STEP-COUNT TO WS-BSL-LONG-COUNT
           MOVE WS-BATCH-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       7200-WRITE-STEP-LINE.
           MOVE WS-STEP-PROGRAM(WS-STEP-SUBSCRIPT) TO WS-STL-PROGRAM
           IF WS-STEP-START-FOUND(WS-STEP-SUBSCRIPT) = 'Y'
               MOVE WS-STEP-START-TIME(WS-STEP-SUBSCRIPT)
                   TO WS-TIME-WORK
           ELSE
               MOVE ZERO TO WS-TIME-WORK
           END-IF
           MOVE WS-TIME-HH TO WS-STL-START-HH
           MOVE WS-TIME-MM TO WS-STL-START-MM
           MOVE WS-TIME-SS TO WS-STL-START-SS
           MOVE WS-STEP-END-TIME(WS-STEP-SUBSCRIPT) TO WS-TIME-WORK
           MOVE WS-TIME-HH TO WS-STL-END-HH
           MOVE WS-TIME-MM TO WS-STL-END-MM
           MOVE WS-TIME-SS TO WS-STL-END-SS
           IF WS-STEP-END-FOUND(WS-STEP-SUBSCRIPT) = 'Y'
               AND WS-STEP-END-STATUS(WS-STEP-SUBSCRIPT) = 'OK  '
               PERFORM 2700-COMPUTE-STEP-MINUTES
               MOVE WS-STEP-MINUTES TO WS-STL-MINUTES
               MOVE 'OK' TO WS-STL-STATUS
               IF WS-STEP-MINUTES > WS-LONG-STEP-MINS
                   MOVE '*LONG*' TO WS-STL-FLAG
               ELSE
                   MOVE SPACES TO WS-STL-FLAG
               END-IF
           ELSE
               MOVE ZERO TO WS-STL-MINUTES
               MOVE WS-STEP-END-STATUS(WS-STEP-SUBSCRIPT)
                   TO WS-STL-STATUS
               MOVE '*INCOMPLETE*' TO WS-STL-FLAG
           END-IF
           MOVE WS-STEP-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       7300-WRITE-ACTIVITY-SECTION.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACTIVITY-TITLE TO WS-SL-TITLE
           MOVE 2 TO WS-SEC-SUBSCRIPT
           PERFORM 7900-WRITE-SECTION-LINE
           MOVE WS-MEASURE-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 7400-WRITE-MEASURE-LINE
               VARYING WS-MEASURE-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-MEASURE-SUBSCRIPT > 6.

       7400-WRITE-MEASURE-LINE.
           MOVE WS-MEASURE-NAME(WS-MEASURE-SUBSCRIPT) TO WS-ML-NAME
           MOVE WS-MEASURE-VALUE(WS-MEASURE-SUBSCRIPT, 1)
               TO WS-ML-RUN-VALUE
           MOVE WS-MEASURE-VALUE(WS-MEASURE-SUBSCRIPT, 2)
               TO WS-ML-PRIOR-VALUE
           PERFORM 3600-COMPUTE-MOVEMENT
           MOVE SPACES TO WS-ML-FLAG
           EVALUATE TRUE
               WHEN WS-MOVE-NEW
                   MOVE '   NEW' TO WS-ML-MOVEMENT
               WHEN OTHER
                   MOVE WS-MOVE-PCT TO WS-MOVE-EDIT
                   MOVE WS-MOVE-EDIT TO WS-ML-MOVEMENT(1:5)
                   MOVE '%' TO WS-ML-MOVEMENT(6:1)
           END-EVALUATE
           IF WS-MOVE-MEASURED
               AND (WS-MOVE-PCT > WS-MOVE-LIMIT-PCT
               OR WS-MOVE-PCT < 0 - WS-MOVE-LIMIT-PCT)
               MOVE '*MOVE*' TO WS-ML-FLAG
           END-IF
           MOVE WS-MEASURE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       7500-WRITE-SLA-SECTION.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SLA-TITLE TO WS-SL-TITLE
           MOVE 3 TO WS-SEC-SUBSCRIPT
           PERFORM 7900-WRITE-SECTION-LINE
           IF WS-STAGE-VERIFIED
               IF WS-TRAN-TABLE-FULL
                   MOVE WS-TRAN-TABLE-FULL-MSG TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE WS-SLA-MET-COUNT TO WS-SLL-MET
               MOVE WS-SLA-MISSED-COUNT TO WS-SLL-MISSED
               MOVE WS-SLA-NO-TASKS-COUNT TO WS-SLL-NO-TASKS
               MOVE WS-SLA-NO-TARGET-COUNT TO WS-SLL-NO-TARGET
               MOVE WS-SLA-LINE TO REPORT-LINE
           ELSE
               MOVE WS-STAGE-UNVERIFIED-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       7600-WRITE-ALERT-SECTION.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALERT-TITLE TO WS-SL-TITLE
           MOVE 4 TO WS-SEC-SUBSCRIPT
           PERFORM 7900-WRITE-SECTION-LINE
           MOVE WS-ALERT-FIRED-COUNT TO WS-ALL-FIRED
           MOVE WS-ALERT-UNACK-COUNT TO WS-ALL-UNACK
           MOVE WS-ALERT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       7700-WRITE-VIOLATION-SECTION.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VIOLATION-TITLE TO WS-SL-TITLE
           MOVE 5 TO WS-SEC-SUBSCRIPT
           PERFORM 7900-WRITE-SECTION-LINE
           MOVE WS-VIOL-UNSIGNED-COUNT TO WS-VL-UNSIGNED
           MOVE WS-VIOL-NOT-ENTITLED-COUNT TO WS-VL-NOT-ENTITLED
           MOVE WS-SUSPENDED-COUNT TO WS-VL-SUSPENDED
           MOVE WS-VIOLATION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       7800-WRITE-FEED-RECORDS.
           PERFORM 7850-WRITE-ONE-FEED-RECORD
               VARYING WS-SEC-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SEC-SUBSCRIPT > 6.

       7850-WRITE-ONE-FEED-RECORD.
           MOVE WS-RUN-DATE TO SCOR-RUN-DATE
           MOVE WS-SECTION-NAME(WS-SEC-SUBSCRIPT) TO SCOR-SECTION
           MOVE WS-SEC-STATUS(WS-SEC-SUBSCRIPT) TO SCOR-STATUS
           MOVE WS-SEC-ISSUES(WS-SEC-SUBSCRIPT) TO SCOR-ISSUE-COUNT
           WRITE SCOR-RECORD.

       7900-WRITE-SECTION-LINE.
           MOVE WS-SEC-STATUS(WS-SEC-SUBSCRIPT) TO WS-RATE-STATUS
           PERFORM 8200-EDIT-STATUS-WORD
           MOVE WS-STATUS-WORD TO WS-SL-STATUS
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-DETERMINE-LEAP-YEAR.
           IF FUNCTION MOD(WS-WALK-YEAR, 400) = 0
               SET WS-IS-LEAP-YEAR TO TRUE
           ELSE
               IF FUNCTION MOD(WS-WALK-YEAR, 100) = 0
                   SET WS-IS-NOT-LEAP-YEAR TO TRUE
               ELSE
                   IF FUNCTION MOD(WS-WALK-YEAR, 4) = 0
                       SET WS-IS-LEAP-YEAR TO TRUE
                   ELSE
                       SET WS-IS-NOT-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

       8100-FIND-TRAN-ENTRY.
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
                       TO WS-TRAN-ID(WS-TRAN-USED)
                   SET WS-TRAN-FOUND TO TRUE
               ELSE
                   SET WS-TRAN-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       8200-EDIT-STATUS-WORD.
           EVALUATE WS-RATE-STATUS
               WHEN 'R'
                   MOVE 'RED' TO WS-STATUS-WORD
               WHEN 'A'
                   MOVE 'AMBER' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE 'GREEN' TO WS-STATUS-WORD
           END-EVALUATE.

       9000-TERMINATE.
           CLOSE RUN-CONTROL-FILE
           CLOSE HISTORY-FILE
           CLOSE TARGET-FILE
           CLOSE ALERT-FIRED-FILE
           CLOSE VIOLATION-FILE
           CLOSE REPORT-FILE
           CLOSE FEED-FILE.
