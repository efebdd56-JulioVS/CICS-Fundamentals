      *****************************************************************
      *    AUTHRCRT - TRANSACTION AUTHORIZATION RECERTIFICATION        *
      *                                                                *
      *    TRANAUTF (SEE AUTHREC.CPY) ONLY EVER GROWS - GRANTS ARE     *
      *    LOADED WHEN SOMEBODY JOINS OR A TRANSACTION GOES LIVE AND   *
      *    NOTHING TAKES THEM AWAY WHEN PEOPLE LEAVE OR TRANSACTIONS   *
      *    ARE RETIRED.  THIS JOB GIVES SECURITY A PERIODIC REVIEW OF  *
      *    EVERY GRANT AND A WAY TO ACT ON IT.  IT RUNS IN TWO MODES   *
      *    ON THE PARM CARD (PARMIN, COL 1):                           *
      *                                                                *
      *    'R' (REVIEW) LISTS EVERY GRANT GROUPED BY DEPARTMENT AND    *
      *    THEN BY SUBJECT - THE DEPARTMENT'S OWN GRANTS FIRST, THEN   *
      *    EACH OPERATOR IN IT - JOINED TO THE OPERATOR MASTER         *
      *    (OPERMSTF) FOR NAME, DEPARTMENT AND STATUS AND TO THE       *
      *    TRANSACTION REGISTRY (TRANREGF) FOR CRITICALITY.  EACH      *
      *    GRANT IS FLAGGED FOR:                                       *
      *        INACTIVE/EXPIRED  OPERATOR STATUS I, OR EXPIRY DATE     *
      *                          BEFORE THE RUN DATE                   *
      *        UNKNOWN           SUBJECT IS NEITHER AN OPERATOR NOR A  *
      *                          DEPARTMENT ANY OPERATOR BELONGS TO    *
      *        UNREG             TRANSACTION NOT ON TRANREGF           *
      *        UNUSED            NO AUDITF ACTIVITY FOR THE GRANT IN   *
      *                          THE LAST N DAYS - BY THE OPERATOR     *
      *                          FOR AN OPERATOR GRANT, BY ANY OF THE  *
      *                          DEPARTMENT'S OPERATORS FOR A          *
      *                          DEPARTMENT GRANT                      *
      *        HIGH              TREG-CRIT-HIGH TRANSACTION - FOR THE  *
      *                          REVIEWER'S ATTENTION ONLY             *
      *    EVERY GRANT CARRYING ONE OF THE FIRST FOUR FLAGS IS ALSO    *
      *    WRITTEN AS A 'D' LINE TO THE REVOKE DECK (REVOKOUT).  A     *
      *    HIGH FLAG ALONE IS NOT A REASON TO REVOKE.  AUDITF IS READ  *
      *    IN FULL (THE CLUSTER, NOT THE ONE-DAY STAGING FILE), SO N   *
      *    SHOULD NOT EXCEED ARCHPURG'S AUDITF RETENTION - ACTIVITY    *
      *    ALREADY ARCHIVED OFF CANNOT BE SEEN.  N OF ZERO SKIPS THE   *
      *    UNUSED TEST.  WRITES RUN-CONTROL START/END RECORDS.  IF     *
      *    THE DEPARTMENT, USAGE OR GRANT TABLE OVERFLOWS, THE REVIEW  *
      *    ABENDS BEFORE ANY GRANT IS LISTED OR DECKED - AN INCOMPLETE *
      *    TABLE WOULD MISS GRANTS OR FLAG GOOD ONES FOR REVOCATION.   *
      *                                                                *
      *    'L' (LOAD) READS A REVIEWED DECK (REVOKIN) IN THE REVOKE    *
      *    DECK LAYOUT AND APPLIES IT TO TRANAUTF: 'D' REVOKES THE     *
      *    GRANT, 'A' ADDS ONE (GRANTED-BY DEFAULTS TO THE JOB NAME,   *
      *    GRANTED-DATE TO TODAY).  SECURITY EDITS THE DECK FROM THE   *
      *    REVIEW RUN - REMOVING LINES FOR GRANTS THAT STAY - BEFORE   *
      *    IT IS LOADED.  LIKE TREGLOAD, EVERY LINE PRINTS ON THE      *
      *    AUDIT REPORT AS APPLIED OR REJECTED WITH ITS REASON, WITH   *
      *    CONTROL TOTALS AT THE END, AND A REJECT NEVER STOPS THE     *
      *    RUN.  EVERY APPLIED LINE IS JOURNALED TO MNTJRNF            *
      *    (MJRNPUT.CPY) UNDER THE PARM JOB NAME.  LOAD MODE IS AN     *
      *    AD-HOC UTILITY RUN AND WRITES NO RUN-CONTROL RECORDS.       *
      *                                                                *
      *    DECK LAYOUT (REVOKOUT AND REVOKIN):                         *
      *        COL 1      FUNCTION - A DD, D ELETE (REVOKE)            *
      *        COL 2-9    SUBJECT (OPERATOR ID OR DEPARTMENT)          *
      *        COL 10-13  TRANSACTION ID                               *
      *        COL 14-21  GRANTED BY         (A ONLY)                  *
      *        COL 22-29  GRANTED CCYYMMDD   (A ONLY)                  *
      *        COL 30-44  REVIEW FLAGS       (INFORMATION ONLY) -      *
      *                   ONE BYTE PER TEST, IN ORDER SUBJECT (I/E/U), *
      *                   REGISTRY (U), USAGE (U), CRITICALITY (H)     *
      *                                                                *
      *    PARM CARD:                                                  *
      *        COL 1      MODE - R OR L                                *
      *        COL 2-9    RUN DATE CCYYMMDD  (R ONLY - REQUIRED)       *
      *        COL 10-13  UNUSED DAYS N      (R ONLY)                  *
      *        COL 14-21  JOB NAME           (L ONLY - DEFAULTS TO     *
      *                   AUTHRCRT)                                    *
      *                                                                *
      *    RUN LOAD MODE IN THE BATCH WINDOW WITH TRANAUTF CLOSED TO   *
      *    CICS, AS FOR ANY BATCH UPDATE OF AN ONLINE CLUSTER.         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHRCRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO TRANAUTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTHF-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-KEY
               FILE STATUS IS WS-OPERMF-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO TRANREGF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TREG-KEY
               FILE STATUS IS WS-TREGF-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDITF-STATUS.

           SELECT REVOKE-OUT-FILE ASSIGN TO REVOKOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVOKOUT-STATUS.

           SELECT REVOKE-IN-FILE ASSIGN TO REVOKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVOKIN-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMF-STATUS.

           SELECT REPORT-FILE ASSIGN TO AUTHRCRT
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
       FD  AUTH-FILE
           RECORD CONTAINS 28 CHARACTERS.
           COPY AUTHREC.

       FD  OPERATOR-MASTER-FILE
           RECORD CONTAINS 63 CHARACTERS.
           COPY OPERREC.

       FD  REGISTRY-FILE
           RECORD CONTAINS 43 CHARACTERS.
           COPY TREGREC.

       FD  AUDIT-FILE
           RECORD CONTAINS 43 CHARACTERS.
           COPY AUDITREC.

       FD  REVOKE-OUT-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  REVOKE-OUT-LINE.
           05  ROUT-FUNCTION               PIC X(1).
           05  ROUT-SUBJECT                PIC X(8).
           05  ROUT-TRAN-ID                PIC X(4).
           05  ROUT-GRANTED-BY             PIC X(8).
           05  ROUT-GRANTED-DATE           PIC 9(8).
           05  ROUT-FLAGS                  PIC X(15).

       FD  REVOKE-IN-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  REVOKE-IN-LINE.
           05  RIN-FUNCTION                PIC X(1).
               88  RIN-ADD                 VALUE 'A'.
               88  RIN-DELETE              VALUE 'D'.
           05  RIN-SUBJECT                 PIC X(8).
           05  RIN-TRAN-ID                 PIC X(4).
           05  RIN-GRANTED-BY              PIC X(8).
           05  RIN-GRANTED-DATE            PIC X(8).
           05  RIN-GRANTED-DATE-N REDEFINES RIN-GRANTED-DATE
                                           PIC 9(8).
           05  RIN-FLAGS                   PIC X(15).

       FD  PARM-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  PARM-CARD.
           05  PARM-MODE                   PIC X(1).
           05  PARM-RUN-DATE               PIC 9(8).
           05  PARM-UNUSED-DAYS            PIC 9(4).
           05  PARM-JOB-NAME               PIC X(8).

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
           05  WS-AUTHF-STATUS             PIC X(2).
               88  WS-AUTHF-OK             VALUE '00'.
               88  WS-AUTHF-DUPLICATE      VALUE '22'.
               88  WS-AUTHF-NOTFND         VALUE '23'.
           05  WS-OPERMF-STATUS            PIC X(2).
               88  WS-OPERMF-OK            VALUE '00'.
           05  WS-TREGF-STATUS             PIC X(2).
               88  WS-TREGF-OK             VALUE '00'.
           05  WS-AUDITF-STATUS            PIC X(2).
               88  WS-AUDITF-OK            VALUE '00'.
           05  WS-REVOKOUT-STATUS          PIC X(2).
               88  WS-REVOKOUT-OK          VALUE '00'.
           05  WS-REVOKIN-STATUS           PIC X(2).
               88  WS-REVOKIN-OK           VALUE '00'.
           05  WS-PARMF-STATUS             PIC X(2).
               88  WS-PARMF-OK             VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(2).
               88  WS-REPORT-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.

       01  WS-RUN-MODE                     PIC X(1) VALUE 'R'.
           88  WS-MODE-REVIEW              VALUE 'R'.
           88  WS-MODE-LOAD                VALUE 'L'.

       01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR                 PIC 9(4).
           05  WS-RUN-MONTH                PIC 9(2).
           05  WS-RUN-DAY                  PIC 9(2).
       01  WS-UNUSED-DAYS                  PIC 9(4) VALUE ZERO.
       01  WS-TODAY-CCYYMMDD               PIC 9(8) VALUE ZERO.

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

      *    DEPARTMENTS ANY OPERATOR ON OPERMSTF BELONGS TO - A GRANT
      *    SUBJECT THAT IS NOT AN OPERATOR IS TAKEN AS A DEPARTMENT
      *    GRANT WHEN IT IS IN THIS TABLE.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 1000 TIMES.
               10  WS-DEPT-CODE            PIC X(8)  VALUE SPACES.
       01  WS-DEPT-USED                    PIC 9(4) VALUE ZERO.
       01  WS-DEPT-SUBSCRIPT               PIC 9(4).
       01  WS-DEPT-FOUND-SWITCH            PIC X(1).
           88  WS-DEPT-FOUND               VALUE 'Y'.
           88  WS-DEPT-NOT-FOUND           VALUE 'N'.

      *    OPERATOR/TRANSACTION PAIRS SEEN ON AUDITF INSIDE THE
      *    UNUSED-DAYS WINDOW, WITH THE OPERATOR'S DEPARTMENT SO A
      *    DEPARTMENT GRANT CAN BE TESTED AGAINST ANY OF ITS MEMBERS.
       01  WS-USAGE-TABLE.
           05  WS-USAGE-ENTRY OCCURS 20000 TIMES.
               10  WS-USAGE-OPER-ID        PIC X(8)  VALUE SPACES.
               10  WS-USAGE-TRAN-ID        PIC X(4)  VALUE SPACES.
               10  WS-USAGE-DEPT           PIC X(8)  VALUE SPACES.
       01  WS-USAGE-USED                   PIC 9(5) VALUE ZERO.
       01  WS-USAGE-SUBSCRIPT              PIC 9(5).
       01  WS-USAGE-FOUND-SWITCH           PIC X(1).
           88  WS-USAGE-FOUND              VALUE 'Y'.
           88  WS-USAGE-NOT-FOUND          VALUE 'N'.

       01  WS-GRANT-TABLE.
           05  WS-GRANT-ENTRY OCCURS 10000 TIMES.
               10  WS-GRANT-SORT-KEY.
                   15  WS-GRANT-DEPT       PIC X(8).
                   15  WS-GRANT-TYPE       PIC X(1).
                   15  WS-GRANT-SUBJECT    PIC X(8).
                   15  WS-GRANT-TRAN-ID    PIC X(4).
               10  WS-GRANT-NAME           PIC X(30).
               10  WS-GRANT-CRIT           PIC X(1).
               10  WS-GRANT-GRANTED-BY     PIC X(8).
               10  WS-GRANT-GRANTED-DATE   PIC 9(8).
               10  WS-GRANT-FLAGS.
                   15  WS-GRANT-SUBJ-FLAG  PIC X(8).
                   15  WS-GRANT-REG-FLAG   PIC X(5).
                   15  WS-GRANT-USE-FLAG   PIC X(6).
                   15  WS-GRANT-HIGH-FLAG  PIC X(4).
       01  WS-GRANT-USED                   PIC 9(5) VALUE ZERO.
       01  WS-GRANT-SUBSCRIPT              PIC 9(5).
       01  WS-GRANT-SWAP-ENTRY             PIC X(91).
       01  WS-SORT-PASS                    PIC 9(5).
       01  WS-SORT-IDX                     PIC 9(5).

       01  WS-GRANT-WORK.
           05  WS-GW-DEPT                  PIC X(8).

       01  WS-BREAK-FIELDS.
           05  WS-PREV-DEPT                PIC X(8).
           05  WS-FIRST-DEPT-SWITCH        PIC X(1) VALUE 'Y'.
               88  WS-FIRST-DEPT           VALUE 'Y'.

       01  WS-REVIEW-TOTALS.
           05  WS-AUDIT-READ-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-GRANT-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-INACTIVE-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-UNKNOWN-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-UNREG-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-UNUSED-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-HIGH-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-REVOKE-COUNT             PIC 9(7) VALUE ZERO.

       01  WS-LOAD-TOTALS.
           05  WS-LINES-READ-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-ADDED-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-DELETED-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1                    PIC X(60)
           VALUE 'TRANSACTION AUTHORIZATION RECERTIFICATION'.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(6)  VALUE 'MODE: '.
           05  WS-H2-MODE                  PIC X(7).
           05  FILLER                      PIC X(12)
               VALUE '  RUN DATE: '.
           05  WS-H2-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(15)
               VALUE '  UNUSED DAYS: '.
           05  WS-H2-UNUSED-DAYS           PIC ZZZ9.
           05  FILLER                      PIC X(13)
               VALUE '  WINDOW FROM'.
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-H2-CUTOFF                PIC 9(7).

       01  WS-LOAD-HEADING-2.
           05  FILLER                      PIC X(6)  VALUE 'MODE: '.
           05  FILLER                      PIC X(7)  VALUE 'LOAD'.
           05  FILLER                      PIC X(7)  VALUE '  JOB: '.
           05  WS-LH2-JOB-NAME             PIC X(8).

       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'SUBJECT'.
           05  FILLER                      PIC X(6)  VALUE 'TYPE'.
           05  FILLER                      PIC X(32) VALUE 'NAME'.
           05  FILLER                      PIC X(6)  VALUE 'TRAN'.
           05  FILLER                      PIC X(3)  VALUE 'C'.
           05  FILLER                      PIC X(10) VALUE 'GRANTED BY'.
           05  FILLER                      PIC X(10) VALUE 'ON'.
           05  FILLER                      PIC X(34) VALUE 'FLAGS'.
           05  FILLER                      PIC X(6)  VALUE 'ACTION'.

       01  WS-DEPT-HEADER-LINE.
           05  FILLER                      PIC X(12)
               VALUE 'DEPARTMENT: '.
           05  WS-DHL-DEPT                 PIC X(8).

       01  WS-GRANT-LINE.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-GL-SUBJECT               PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-GL-TYPE                  PIC X(4).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-GL-NAME                  PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-GL-TRAN-ID               PIC X(4).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-GL-CRIT                  PIC X(1).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-GL-GRANTED-BY            PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-GL-GRANTED-DATE          PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-GL-SUBJ-FLAG             PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-GL-REG-FLAG              PIC X(5).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-GL-USE-FLAG              PIC X(6).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-GL-HIGH-FLAG             PIC X(4).
           05  FILLER                      PIC X(9)  VALUE SPACES.
           05  WS-GL-ACTION                PIC X(6).

       01  WS-DEPT-GRANT-LITERAL           PIC X(30)
           VALUE '(DEPARTMENT GRANT)'.
       01  WS-UNKNOWN-SUBJECT-LITERAL      PIC X(30)
           VALUE '*NOT ON OPERMSTF*'.
       01  WS-UNKNOWN-DEPT-LITERAL         PIC X(8)
           VALUE '*UNKNOWN'.

       01  WS-NO-GRANTS-MSG                PIC X(60)
           VALUE '  (NO GRANTS ON TRANAUTF)'.
       01  WS-UNUSED-SKIPPED-MSG           PIC X(60)
           VALUE 'UNUSED DAYS ZERO - UNUSED TEST NOT PERFORMED'.

       01  WS-REVIEW-TOTAL-LINE.
           05  FILLER                      PIC X(30).
           05  WS-RTL-COUNT                PIC ZZZ,ZZ9.

       01  WS-DETAIL-LINE.
           05  WS-DL-FUNCTION              PIC X(1).
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-DL-SUBJECT               PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DL-TRAN-ID               PIC X(4).
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-DL-RESULT                PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-DL-REASON                PIC X(40).

       01  WS-APPLIED-LITERAL              PIC X(10)
           VALUE 'APPLIED'.
       01  WS-REJECTED-LITERAL             PIC X(10)
           VALUE 'REJECTED'.

       01  WS-BAD-FUNCTION-REASON          PIC X(40)
           VALUE 'FUNCTION MUST BE A OR D'.
       01  WS-BAD-SUBJECT-REASON           PIC X(40)
           VALUE 'SUBJECT IS REQUIRED'.
       01  WS-BAD-TRAN-REASON              PIC X(40)
           VALUE 'TRANSACTION ID IS REQUIRED'.
       01  WS-BAD-DATE-REASON              PIC X(40)
           VALUE 'GRANTED DATE MUST BE CCYYMMDD OR BLANK'.
       01  WS-DUPLICATE-REASON             PIC X(40)
           VALUE 'GRANT IS ALREADY ON FILE'.
       01  WS-NOTFOUND-REASON              PIC X(40)
           VALUE 'GRANT IS NOT ON FILE'.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(26)
               VALUE 'DECK LINES READ           '.
           05  WS-TL1-COUNT                PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(26)
               VALUE '  GRANTS ADDED            '.
           05  WS-TL2-COUNT                PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                      PIC X(26)
               VALUE '  GRANTS REVOKED          '.
           05  WS-TL3-COUNT                PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                      PIC X(26)
               VALUE '  REJECTED                '.
           05  WS-TL4-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-MODE-REVIEW
               PERFORM 2000-TABLE-DEPARTMENTS
               PERFORM 3000-TABLE-USAGE
               PERFORM 4000-TABLE-GRANTS
               PERFORM 5000-SORT-GRANTS
               PERFORM 6000-WRITE-REVIEW
               PERFORM 6900-WRITE-REVIEW-TOTALS
           ELSE
               PERFORM 7000-APPLY-DECK
               PERFORM 7900-WRITE-LOAD-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-READ-MODE-PARM
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'AUTHRCRT: REPORT FILE OPEN FAILED - STATUS '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-MODE-REVIEW
               PERFORM 1200-INITIALIZE-REVIEW
           ELSE
               PERFORM 1300-INITIALIZE-LOAD
           END-IF.

       1100-READ-MODE-PARM.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARMF-OK
               DISPLAY 'AUTHRCRT: PARMIN OPEN FAILED - STATUS '
                   WS-PARMF-STATUS
               DISPLAY 'AUTHRCRT: MODE PARM IS REQUIRED - ABENDING'
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY 'AUTHRCRT: PARMIN IS EMPTY'
                   DISPLAY 'AUTHRCRT: MODE PARM IS REQUIRED - '
                       'ABENDING'
                   CLOSE PARM-FILE
                   STOP RUN
           END-READ
           IF PARM-MODE NOT = 'R' AND 'L'
               DISPLAY 'AUTHRCRT: PARMIN MODE MUST BE R OR L - '
                   'ABENDING'
               CLOSE PARM-FILE
               STOP RUN
           END-IF
           MOVE PARM-MODE TO WS-RUN-MODE
           IF WS-MODE-REVIEW
               IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = ZERO
                   DISPLAY 'AUTHRCRT: PARMIN RUN DATE IS ZERO/BLANK'
                   DISPLAY 'AUTHRCRT: RUN DATE PARM IS REQUIRED - '
                       'ABENDING'
                   CLOSE PARM-FILE
                   STOP RUN
               END-IF
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
               IF PARM-UNUSED-DAYS NUMERIC
                   MOVE PARM-UNUSED-DAYS TO WS-UNUSED-DAYS
               END-IF
           END-IF
           MOVE 'AUTHRCRT' TO WS-MJRN-PROGRAM
           IF PARM-JOB-NAME = SPACES
               MOVE 'AUTHRCRT' TO WS-MJRN-JOB-NAME
           ELSE
               MOVE PARM-JOB-NAME TO WS-MJRN-JOB-NAME
           END-IF
           CLOSE PARM-FILE
           IF WS-MODE-REVIEW
               IF WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
                   OR WS-RUN-DAY < 1 OR WS-RUN-DAY > 31
                   DISPLAY 'AUTHRCRT: PARMIN RUN DATE ' WS-RUN-DATE
                       ' IS NOT A VALID CCYYMMDD - ABENDING'
                   STOP RUN
               END-IF
           END-IF.

       1200-INITIALIZE-REVIEW.
           MOVE 'AUTHRCRT' TO WS-RCTL-PROGRAM
           MOVE WS-RUN-DATE TO WS-RCTL-RUN-DATE
           PERFORM RUN-CONTROL-START
           PERFORM 1400-BUILD-RUN-DAY-OF-YEAR
           PERFORM 1500-COMPUTE-CUTOFF
           MOVE 'REVIEW' TO WS-H2-MODE
           MOVE WS-RUN-DATE TO WS-H2-RUN-DATE
           MOVE WS-UNUSED-DAYS TO WS-H2-UNUSED-DAYS
           MOVE WS-CUTOFF-CCYYDDD TO WS-H2-CUTOFF
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UNUSED-DAYS = ZERO
               MOVE WS-UNUSED-SKIPPED-MSG TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           OPEN INPUT AUTH-FILE
           IF NOT WS-AUTHF-OK
               DISPLAY 'AUTHRCRT: TRANAUTF OPEN FAILED - STATUS '
                   WS-AUTHF-STATUS
               STOP RUN
           END-IF
           OPEN INPUT OPERATOR-MASTER-FILE
           IF NOT WS-OPERMF-OK
               DISPLAY 'AUTHRCRT: OPERMSTF OPEN FAILED - STATUS '
                   WS-OPERMF-STATUS
               STOP RUN
           END-IF
           OPEN INPUT REGISTRY-FILE
           IF NOT WS-TREGF-OK
               DISPLAY 'AUTHRCRT: TRANREGF OPEN FAILED - STATUS '
                   WS-TREGF-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REVOKE-OUT-FILE
           IF NOT WS-REVOKOUT-OK
               DISPLAY 'AUTHRCRT: REVOKOUT OPEN FAILED - STATUS '
                   WS-REVOKOUT-STATUS
               STOP RUN
           END-IF.

       1300-INITIALIZE-LOAD.
           MOVE WS-MJRN-JOB-NAME TO WS-LH2-JOB-NAME
           MOVE WS-LOAD-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
           OPEN I-O AUTH-FILE
           IF NOT WS-AUTHF-OK
               DISPLAY 'AUTHRCRT: TRANAUTF OPEN FAILED - STATUS '
                   WS-AUTHF-STATUS
               STOP RUN
           END-IF
           OPEN INPUT REVOKE-IN-FILE
           IF NOT WS-REVOKIN-OK
               DISPLAY 'AUTHRCRT: REVOKIN OPEN FAILED - STATUS '
                   WS-REVOKIN-STATUS
               STOP RUN
           END-IF
           OPEN I-O JOURNAL-FILE
           IF NOT WS-MJRNF-OK
               DISPLAY 'AUTHRCRT: MNTJRNF OPEN FAILED - STATUS '
                   WS-MJRNF-STATUS
               STOP RUN
           END-IF.

       1400-BUILD-RUN-DAY-OF-YEAR.
           MOVE WS-RUN-YEAR TO WS-CUTOFF-YEAR
           PERFORM 8000-DETERMINE-LEAP-YEAR
           MOVE WS-MONTH-DAYS-NORMAL-VALUES TO WS-MONTH-DAYS-TABLE
           IF WS-IS-LEAP-YEAR
               MOVE 29 TO WS-MONTH-DAYS(2)
           END-IF
           IF WS-RUN-DAY > WS-MONTH-DAYS(WS-RUN-MONTH)
               DISPLAY 'AUTHRCRT: PARMIN RUN DATE ' WS-RUN-DATE
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

       1500-COMPUTE-CUTOFF.
           MOVE WS-RUN-YEAR TO WS-CUTOFF-YEAR
           COMPUTE WS-CUTOFF-DAY-WORK =
               WS-RUN-DAY-OF-YEAR - WS-UNUSED-DAYS
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

       2000-TABLE-DEPARTMENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO OPER-KEY
           START OPERATOR-MASTER-FILE KEY >= OPER-KEY
           IF NOT WS-OPERMF-OK
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM 2100-READ-OPERATOR
           END-IF
           PERFORM 2200-TABLE-ONE-DEPARTMENT
               UNTIL WS-END-OF-FILE.

       2100-READ-OPERATOR.
           READ OPERATOR-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2200-TABLE-ONE-DEPARTMENT.
           MOVE OPER-DEPT TO WS-GW-DEPT
           PERFORM 2300-FIND-DEPARTMENT
           IF WS-DEPT-NOT-FOUND AND OPER-DEPT NOT = SPACES
               IF WS-DEPT-USED < 1000
                   ADD 1 TO WS-DEPT-USED
                   MOVE OPER-DEPT TO WS-DEPT-CODE(WS-DEPT-USED)
               ELSE
                   DISPLAY 'AUTHRCRT: OVER 1000 DEPARTMENTS ON '
                       'OPERMSTF - DEPARTMENT TABLE FULL'
                   DISPLAY 'AUTHRCRT: REVIEW LISTING AND REVOKE '
                       'DECK NOT WRITTEN - ABENDING'
                   STOP RUN
               END-IF
           END-IF
           PERFORM 2100-READ-OPERATOR.

       2300-FIND-DEPARTMENT.
           SET WS-DEPT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-USED
                   OR WS-DEPT-FOUND
               IF WS-DEPT-CODE(WS-DEPT-SUBSCRIPT) = WS-GW-DEPT
                   SET WS-DEPT-FOUND TO TRUE
               END-IF
           END-PERFORM.

       3000-TABLE-USAGE.
           IF WS-UNUSED-DAYS NOT = ZERO
               OPEN INPUT AUDIT-FILE
               IF NOT WS-AUDITF-OK
                   DISPLAY 'AUTHRCRT: AUDITF OPEN FAILED - STATUS '
                       WS-AUDITF-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 3100-READ-AUDIT-RECORD
               PERFORM 3200-TABLE-ONE-AUDIT-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE AUDIT-FILE
           END-IF.

       3100-READ-AUDIT-RECORD.
           READ AUDIT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3200-TABLE-ONE-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-READ-COUNT
           IF AUDIT-KEY-DATE >= WS-CUTOFF-CCYYDDD
               AND AUDIT-KEY-DATE <= WS-RUN-CCYYDDD
               AND AUDIT-OPERATOR-ID NOT = SPACES
               PERFORM 3300-POST-USAGE
           END-IF
           PERFORM 3100-READ-AUDIT-RECORD.

       3300-POST-USAGE.
           SET WS-USAGE-NOT-FOUND TO TRUE
           PERFORM VARYING WS-USAGE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-USAGE-SUBSCRIPT > WS-USAGE-USED
                   OR WS-USAGE-FOUND
               IF WS-USAGE-OPER-ID(WS-USAGE-SUBSCRIPT)
                       = AUDIT-OPERATOR-ID
                   AND WS-USAGE-TRAN-ID(WS-USAGE-SUBSCRIPT)
                       = AUDIT-TRAN-ID
                   SET WS-USAGE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-USAGE-NOT-FOUND
               IF WS-USAGE-USED < 20000
                   ADD 1 TO WS-USAGE-USED
                   MOVE AUDIT-OPERATOR-ID
                       TO WS-USAGE-OPER-ID(WS-USAGE-USED)
                   MOVE AUDIT-TRAN-ID
                       TO WS-USAGE-TRAN-ID(WS-USAGE-USED)
                   MOVE AUDIT-OPERATOR-ID TO OPER-KEY-OPER-ID
                   READ OPERATOR-MASTER-FILE
                   IF WS-OPERMF-OK
                       MOVE OPER-DEPT
                           TO WS-USAGE-DEPT(WS-USAGE-USED)
                   END-IF
               ELSE
                   DISPLAY 'AUTHRCRT: OVER 20000 OPERATOR/TRANSACTION '
                       'PAIRS ON AUDITF - USAGE TABLE FULL'
                   DISPLAY 'AUTHRCRT: REVIEW LISTING AND REVOKE '
                       'DECK NOT WRITTEN - ABENDING'
                   STOP RUN
               END-IF
           END-IF.

       4000-TABLE-GRANTS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 4100-READ-GRANT
           PERFORM 4200-TABLE-ONE-GRANT
               UNTIL WS-END-OF-FILE.

       4100-READ-GRANT.
           READ AUTH-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       4200-TABLE-ONE-GRANT.
           ADD 1 TO WS-GRANT-READ-COUNT
           IF WS-GRANT-USED < 10000
               ADD 1 TO WS-GRANT-USED
               MOVE WS-GRANT-USED TO WS-GRANT-SUBSCRIPT
               PERFORM 4300-CLASSIFY-GRANT
           ELSE
               DISPLAY 'AUTHRCRT: OVER 10000 GRANTS ON TRANAUTF '
                   '- GRANT TABLE FULL'
               DISPLAY 'AUTHRCRT: REVIEW LISTING AND REVOKE '
                   'DECK NOT WRITTEN - ABENDING'
               STOP RUN
           END-IF
           PERFORM 4100-READ-GRANT.

       4300-CLASSIFY-GRANT.
           MOVE AUTH-KEY-SUBJECT
               TO WS-GRANT-SUBJECT(WS-GRANT-SUBSCRIPT)
           MOVE AUTH-KEY-TRAN-ID
               TO WS-GRANT-TRAN-ID(WS-GRANT-SUBSCRIPT)
           MOVE AUTH-GRANTED-BY
               TO WS-GRANT-GRANTED-BY(WS-GRANT-SUBSCRIPT)
           MOVE AUTH-GRANTED-DATE
               TO WS-GRANT-GRANTED-DATE(WS-GRANT-SUBSCRIPT)
           MOVE SPACES TO WS-GRANT-FLAGS(WS-GRANT-SUBSCRIPT)
           MOVE AUTH-KEY-SUBJECT TO OPER-KEY-OPER-ID
           READ OPERATOR-MASTER-FILE
           IF WS-OPERMF-OK
               MOVE 'O' TO WS-GRANT-TYPE(WS-GRANT-SUBSCRIPT)
               MOVE OPER-DEPT TO WS-GRANT-DEPT(WS-GRANT-SUBSCRIPT)
               MOVE OPER-NAME TO WS-GRANT-NAME(WS-GRANT-SUBSCRIPT)
               IF OPER-STAT-INACTIVE
                   MOVE 'INACTIVE'
                       TO WS-GRANT-SUBJ-FLAG(WS-GRANT-SUBSCRIPT)
                   ADD 1 TO WS-INACTIVE-COUNT
               ELSE
                   IF OPER-EXP-DATE NOT = ZERO
                       AND OPER-EXP-DATE < WS-RUN-DATE
                       MOVE 'EXPIRED'
                           TO WS-GRANT-SUBJ-FLAG(WS-GRANT-SUBSCRIPT)
                       ADD 1 TO WS-INACTIVE-COUNT
                   END-IF
               END-IF
           ELSE
               MOVE AUTH-KEY-SUBJECT TO WS-GW-DEPT
               PERFORM 2300-FIND-DEPARTMENT
               MOVE 'D' TO WS-GRANT-TYPE(WS-GRANT-SUBSCRIPT)
               IF WS-DEPT-FOUND
                   MOVE AUTH-KEY-SUBJECT
                       TO WS-GRANT-DEPT(WS-GRANT-SUBSCRIPT)
                   MOVE WS-DEPT-GRANT-LITERAL
                       TO WS-GRANT-NAME(WS-GRANT-SUBSCRIPT)
               ELSE
                   MOVE WS-UNKNOWN-DEPT-LITERAL
                       TO WS-GRANT-DEPT(WS-GRANT-SUBSCRIPT)
                   MOVE WS-UNKNOWN-SUBJECT-LITERAL
                       TO WS-GRANT-NAME(WS-GRANT-SUBSCRIPT)
                   MOVE 'UNKNOWN'
                       TO WS-GRANT-SUBJ-FLAG(WS-GRANT-SUBSCRIPT)
                   ADD 1 TO WS-UNKNOWN-COUNT
               END-IF
           END-IF
           MOVE AUTH-KEY-TRAN-ID TO TREG-KEY-TRAN-ID
           READ REGISTRY-FILE
           IF WS-TREGF-OK
               MOVE TREG-CRIT TO WS-GRANT-CRIT(WS-GRANT-SUBSCRIPT)
               IF TREG-CRIT-HIGH
                   MOVE 'HIGH'
                       TO WS-GRANT-HIGH-FLAG(WS-GRANT-SUBSCRIPT)
                   ADD 1 TO WS-HIGH-COUNT
               END-IF
           ELSE
               MOVE SPACES TO WS-GRANT-CRIT(WS-GRANT-SUBSCRIPT)
               MOVE 'UNREG' TO WS-GRANT-REG-FLAG(WS-GRANT-SUBSCRIPT)
               ADD 1 TO WS-UNREG-COUNT
           END-IF
           IF WS-UNUSED-DAYS NOT = ZERO
               PERFORM 4400-CHECK-GRANT-USAGE
               IF WS-USAGE-NOT-FOUND
                   MOVE 'UNUSED'
                       TO WS-GRANT-USE-FLAG(WS-GRANT-SUBSCRIPT)
                   ADD 1 TO WS-UNUSED-COUNT
               END-IF
           END-IF.

       4400-CHECK-GRANT-USAGE.
           SET WS-USAGE-NOT-FOUND TO TRUE
           PERFORM VARYING WS-USAGE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-USAGE-SUBSCRIPT > WS-USAGE-USED
                   OR WS-USAGE-FOUND
               IF WS-USAGE-TRAN-ID(WS-USAGE-SUBSCRIPT)
                       = AUTH-KEY-TRAN-ID
                   IF WS-GRANT-TYPE(WS-GRANT-SUBSCRIPT) = 'O'
                       IF WS-USAGE-OPER-ID(WS-USAGE-SUBSCRIPT)
                               = AUTH-KEY-SUBJECT
                           SET WS-USAGE-FOUND TO TRUE
                       END-IF
                   ELSE
                       IF WS-USAGE-DEPT(WS-USAGE-SUBSCRIPT)
                               = AUTH-KEY-SUBJECT
                           SET WS-USAGE-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       5000-SORT-GRANTS.
           PERFORM VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS >= WS-GRANT-USED
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX >
                           WS-GRANT-USED - WS-SORT-PASS
                   IF WS-GRANT-SORT-KEY(WS-SORT-IDX) >
                           WS-GRANT-SORT-KEY(WS-SORT-IDX + 1)
                       MOVE WS-GRANT-ENTRY(WS-SORT-IDX)
                           TO WS-GRANT-SWAP-ENTRY
                       MOVE WS-GRANT-ENTRY(WS-SORT-IDX + 1)
                           TO WS-GRANT-ENTRY(WS-SORT-IDX)
                       MOVE WS-GRANT-SWAP-ENTRY
                           TO WS-GRANT-ENTRY(WS-SORT-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       6000-WRITE-REVIEW.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-GRANT-USED = ZERO
               MOVE WS-NO-GRANTS-MSG TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-GRANT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-GRANT-SUBSCRIPT > WS-GRANT-USED
               PERFORM 6100-WRITE-GRANT
           END-PERFORM.

       6100-WRITE-GRANT.
           IF WS-FIRST-DEPT
               OR WS-GRANT-DEPT(WS-GRANT-SUBSCRIPT) NOT = WS-PREV-DEPT
               MOVE 'N' TO WS-FIRST-DEPT-SWITCH
               MOVE WS-GRANT-DEPT(WS-GRANT-SUBSCRIPT) TO WS-PREV-DEPT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-GRANT-DEPT(WS-GRANT-SUBSCRIPT) TO WS-DHL-DEPT
               MOVE WS-DEPT-HEADER-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-GRANT-SUBJECT(WS-GRANT-SUBSCRIPT) TO WS-GL-SUBJECT
           IF WS-GRANT-TYPE(WS-GRANT-SUBSCRIPT) = 'O'
               MOVE 'OPER' TO WS-GL-TYPE
           ELSE
               MOVE 'DEPT' TO WS-GL-TYPE
           END-IF
           MOVE WS-GRANT-NAME(WS-GRANT-SUBSCRIPT) TO WS-GL-NAME
           MOVE WS-GRANT-TRAN-ID(WS-GRANT-SUBSCRIPT) TO WS-GL-TRAN-ID
           MOVE WS-GRANT-CRIT(WS-GRANT-SUBSCRIPT) TO WS-GL-CRIT
           MOVE WS-GRANT-GRANTED-BY(WS-GRANT-SUBSCRIPT)
               TO WS-GL-GRANTED-BY
           MOVE WS-GRANT-GRANTED-DATE(WS-GRANT-SUBSCRIPT)
               TO WS-GL-GRANTED-DATE
           MOVE WS-GRANT-SUBJ-FLAG(WS-GRANT-SUBSCRIPT)
               TO WS-GL-SUBJ-FLAG
           MOVE WS-GRANT-REG-FLAG(WS-GRANT-SUBSCRIPT) TO WS-GL-REG-FLAG
           MOVE WS-GRANT-USE-FLAG(WS-GRANT-SUBSCRIPT) TO WS-GL-USE-FLAG
           MOVE WS-GRANT-HIGH-FLAG(WS-GRANT-SUBSCRIPT)
               TO WS-GL-HIGH-FLAG
           IF WS-GRANT-SUBJ-FLAG(WS-GRANT-SUBSCRIPT) NOT = SPACES
               OR WS-GRANT-REG-FLAG(WS-GRANT-SUBSCRIPT) NOT = SPACES
               OR WS-GRANT-USE-FLAG(WS-GRANT-SUBSCRIPT) NOT = SPACES
               MOVE 'REVOKE' TO WS-GL-ACTION
               PERFORM 6200-WRITE-REVOKE-LINE
           ELSE
               MOVE SPACES TO WS-GL-ACTION
           END-IF
           MOVE WS-GRANT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       6200-WRITE-REVOKE-LINE.
           MOVE 'D' TO ROUT-FUNCTION
           MOVE WS-GRANT-SUBJECT(WS-GRANT-SUBSCRIPT) TO ROUT-SUBJECT
           MOVE WS-GRANT-TRAN-ID(WS-GRANT-SUBSCRIPT) TO ROUT-TRAN-ID
           MOVE WS-GRANT-GRANTED-BY(WS-GRANT-SUBSCRIPT)
               TO ROUT-GRANTED-BY
           MOVE WS-GRANT-GRANTED-DATE(WS-GRANT-SUBSCRIPT)
               TO ROUT-GRANTED-DATE
           MOVE SPACES TO ROUT-FLAGS
           STRING WS-GRANT-SUBJ-FLAG(WS-GRANT-SUBSCRIPT)(1:1)
                  WS-GRANT-REG-FLAG(WS-GRANT-SUBSCRIPT)(1:1)
                  WS-GRANT-USE-FLAG(WS-GRANT-SUBSCRIPT)(1:1)
                  WS-GRANT-HIGH-FLAG(WS-GRANT-SUBSCRIPT)(1:1)
               DELIMITED BY SIZE INTO ROUT-FLAGS
           END-STRING
           WRITE REVOKE-OUT-LINE
           IF NOT WS-REVOKOUT-OK
               DISPLAY 'AUTHRCRT: REVOKOUT WRITE FAILED - STATUS '
                   WS-REVOKOUT-STATUS ' - ABENDING'
               STOP RUN
           END-IF
           ADD 1 TO WS-REVOKE-COUNT.

       6900-WRITE-REVIEW-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GRANTS REVIEWED' TO WS-REVIEW-TOTAL-LINE
           MOVE WS-GRANT-READ-COUNT TO WS-RTL-COUNT
           PERFORM 6950-WRITE-REVIEW-TOTAL
           MOVE '  INACTIVE/EXPIRED OPERATOR' TO WS-REVIEW-TOTAL-LINE
           MOVE WS-INACTIVE-COUNT TO WS-RTL-COUNT
           PERFORM 6950-WRITE-REVIEW-TOTAL
           MOVE '  UNKNOWN SUBJECT' TO WS-REVIEW-TOTAL-LINE
           MOVE WS-UNKNOWN-COUNT TO WS-RTL-COUNT
           PERFORM 6950-WRITE-REVIEW-TOTAL
           MOVE '  UNREGISTERED TRANSACTION' TO WS-REVIEW-TOTAL-LINE
           MOVE WS-UNREG-COUNT TO WS-RTL-COUNT
           PERFORM 6950-WRITE-REVIEW-TOTAL
           MOVE '  UNUSED IN WINDOW' TO WS-REVIEW-TOTAL-LINE
           MOVE WS-UNUSED-COUNT TO WS-RTL-COUNT
           PERFORM 6950-WRITE-REVIEW-TOTAL
           MOVE '  HIGH CRITICALITY' TO WS-REVIEW-TOTAL-LINE
           MOVE WS-HIGH-COUNT TO WS-RTL-COUNT
           PERFORM 6950-WRITE-REVIEW-TOTAL
           MOVE 'REVOKE DECK LINES WRITTEN' TO WS-REVIEW-TOTAL-LINE
           MOVE WS-REVOKE-COUNT TO WS-RTL-COUNT
           PERFORM 6950-WRITE-REVIEW-TOTAL.

       6950-WRITE-REVIEW-TOTAL.
           MOVE WS-REVIEW-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       7000-APPLY-DECK.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 7100-READ-DECK-LINE
           PERFORM 7200-APPLY-ONE-LINE
               UNTIL WS-END-OF-FILE.

       7100-READ-DECK-LINE.
           READ REVOKE-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       7200-APPLY-ONE-LINE.
           ADD 1 TO WS-LINES-READ-COUNT
           MOVE RIN-FUNCTION TO WS-DL-FUNCTION
           MOVE RIN-SUBJECT  TO WS-DL-SUBJECT
           MOVE RIN-TRAN-ID  TO WS-DL-TRAN-ID
           EVALUATE TRUE
               WHEN RIN-SUBJECT = SPACES
                   MOVE WS-BAD-SUBJECT-REASON TO WS-DL-REASON
                   PERFORM 7800-WRITE-REJECT-LINE
               WHEN RIN-TRAN-ID = SPACES
                   MOVE WS-BAD-TRAN-REASON TO WS-DL-REASON
                   PERFORM 7800-WRITE-REJECT-LINE
               WHEN RIN-ADD
                   PERFORM 7300-APPLY-ADD
               WHEN RIN-DELETE
                   PERFORM 7400-APPLY-DELETE
               WHEN OTHER
                   MOVE WS-BAD-FUNCTION-REASON TO WS-DL-REASON
                   PERFORM 7800-WRITE-REJECT-LINE
           END-EVALUATE
           PERFORM 7100-READ-DECK-LINE.

       7300-APPLY-ADD.
           IF RIN-GRANTED-DATE NOT = SPACES
               AND RIN-GRANTED-DATE NOT NUMERIC
               MOVE WS-BAD-DATE-REASON TO WS-DL-REASON
               PERFORM 7800-WRITE-REJECT-LINE
           ELSE
               MOVE RIN-SUBJECT TO AUTH-KEY-SUBJECT
               MOVE RIN-TRAN-ID TO AUTH-KEY-TRAN-ID
               IF RIN-GRANTED-BY = SPACES
                   MOVE WS-MJRN-JOB-NAME TO AUTH-GRANTED-BY
               ELSE
                   MOVE RIN-GRANTED-BY TO AUTH-GRANTED-BY
               END-IF
               IF RIN-GRANTED-DATE = SPACES
                   OR RIN-GRANTED-DATE-N = ZERO
                   MOVE WS-TODAY-CCYYMMDD TO AUTH-GRANTED-DATE
               ELSE
                   MOVE RIN-GRANTED-DATE-N TO AUTH-GRANTED-DATE
               END-IF
               WRITE AUTH-RECORD
               EVALUATE TRUE
                   WHEN WS-AUTHF-OK
                       ADD 1 TO WS-ADDED-COUNT
                       MOVE 'A' TO MJRN-ACTION
                       MOVE SPACES TO MJRN-BEFORE-IMAGE
                       MOVE AUTH-RECORD TO MJRN-AFTER-IMAGE
                       PERFORM 7500-JOURNAL-CHANGE
                       PERFORM 7700-WRITE-APPLIED-LINE
                   WHEN WS-AUTHF-DUPLICATE
                       MOVE WS-DUPLICATE-REASON TO WS-DL-REASON
                       PERFORM 7800-WRITE-REJECT-LINE
                   WHEN OTHER
                       DISPLAY 'AUTHRCRT: TRANAUTF WRITE FAILED - '
                           'STATUS ' WS-AUTHF-STATUS ' - ABENDING'
                       STOP RUN
               END-EVALUATE
           END-IF.

       7400-APPLY-DELETE.
           MOVE RIN-SUBJECT TO AUTH-KEY-SUBJECT
           MOVE RIN-TRAN-ID TO AUTH-KEY-TRAN-ID
           READ AUTH-FILE
           EVALUATE TRUE
               WHEN WS-AUTHF-OK
                   MOVE AUTH-RECORD TO MJRN-BEFORE-IMAGE
                   DELETE AUTH-FILE RECORD
                   IF NOT WS-AUTHF-OK
                       DISPLAY 'AUTHRCRT: TRANAUTF DELETE FAILED - '
                           'STATUS ' WS-AUTHF-STATUS ' - ABENDING'
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE 'D' TO MJRN-ACTION
                   MOVE SPACES TO MJRN-AFTER-IMAGE
                   PERFORM 7500-JOURNAL-CHANGE
                   PERFORM 7700-WRITE-APPLIED-LINE
               WHEN WS-AUTHF-NOTFND
                   MOVE WS-NOTFOUND-REASON TO WS-DL-REASON
                   PERFORM 7800-WRITE-REJECT-LINE
               WHEN OTHER
                   DISPLAY 'AUTHRCRT: TRANAUTF READ FAILED - '
                       'STATUS ' WS-AUTHF-STATUS ' - ABENDING'
                   STOP RUN
           END-EVALUATE.

       7500-JOURNAL-CHANGE.
           MOVE 'TRANAUTF' TO MJRN-KEY-FILE
           MOVE AUTH-KEY   TO MJRN-RECORD-KEY
           PERFORM MAINT-JOURNAL-PUT.

       7700-WRITE-APPLIED-LINE.
           MOVE WS-APPLIED-LITERAL TO WS-DL-RESULT
           MOVE SPACES TO WS-DL-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       7800-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-REJECTED-LITERAL TO WS-DL-RESULT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       7900-WRITE-LOAD-TOTALS.
           MOVE WS-LINES-READ-COUNT TO WS-TL1-COUNT
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ADDED-COUNT TO WS-TL2-COUNT
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DELETED-COUNT TO WS-TL3-COUNT
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-TL4-COUNT
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE
           WRITE REPORT-LINE.

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
           CLOSE AUTH-FILE
           CLOSE REPORT-FILE
           IF WS-MODE-REVIEW
               CLOSE OPERATOR-MASTER-FILE
               CLOSE REGISTRY-FILE
               CLOSE REVOKE-OUT-FILE
               MOVE WS-GRANT-READ-COUNT TO WS-RCTL-IN
               MOVE WS-REVOKE-COUNT TO WS-RCTL-OUT
               MOVE WS-AUDIT-READ-COUNT TO WS-RCTL-OTHER
               PERFORM RUN-CONTROL-END
           ELSE
               CLOSE REVOKE-IN-FILE
               CLOSE JOURNAL-FILE
           END-IF.

       COPY RUNCTLCK.
       COPY MJRNPUT.
