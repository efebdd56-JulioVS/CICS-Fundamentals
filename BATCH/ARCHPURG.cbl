      *    OR ZERO-DATE CARD ABENDS THE JOB RATHER THAN DEFAULTING     *
      *    (MIRRORING AUDXTRCT'S PARMIN HANDLING) - THESE FILES ARE    *
      *    AUDIT EVIDENCE AND A GUESSED CUTOFF IS NOT ACCEPTABLE.      *
      *    COLUMNS 21-27 CARRY THE CHECKPOINT INTERVAL - RECORDS       *
      *    PURGED BETWEEN RESTART POINTS (ZERO OR BLANK - 1000).       *
      *                                                                *
      *    RERUN SAFETY: EACH RECORD IS WRITTEN TO THE ARCHIVE AND     *
      *    THE WRITE'S FILE STATUS VERIFIED BEFORE THE DELETE IS       *
      *    WITHOUT ITS ARCHIVE COPY BEING ON DISK FIRST.  THE ARCHIVE  *
      *    FILES ARE OPENED EXTEND (ALLOCATE THEM DISP=MOD) SO A       *
      *    RERUN AFTER A MID-JOB FAILURE APPENDS BEHIND THE EARLIER    *
      *    PASS INSTEAD OF OVERWRITING IT.                             *
      *                                                                *
      *    CHECKPOINT/RESTART: THE RESTART POINT ON ARCHRSTF (SEE      *
      *    ARSTREC.CPY) IS REWRITTEN EVERY CHECKPOINT INTERVAL AND AS  *
      *    EACH CLUSTER FINISHES, HOLDING THE CLUSTER IN PROGRESS, THE *
      *    LAST KEY DELETED AND THE RUNNING TOTALS.  A RERUN FOR THE   *
      *    SAME PARM DATE SKIPS THE CLUSTERS ALREADY DONE AND STARTS   *
      *    THE ONE IN PROGRESS AFTER THAT KEY INSTEAD OF RESCANNING.   *
      *    BEFORE RESUMING IT READS THAT CLUSTER'S ARCHIVE (EACH RUN   *
      *    DATE'S ARCHIVES ARE THEIR OWN GENERATION, SO THIS IS ONLY   *
      *    THE FAILED NIGHT'S OUTPUT) AND COUNTS THE RECORDS ARCHIVED  *
      *    AFTER THE RESTART POINT INTO THE CARRIED-FORWARD TOTALS.    *
      *    THE LAST OF THEM MAY STILL BE ON THE CLUSTER IF THE FAILURE *
      *    HIT BETWEEN ITS ARCHIVE WRITE AND ITS DELETE - IT IS        *
      *    DELETED WITHOUT BEING ARCHIVED AGAIN, SO THE ARCHIVES HOLD  *
      *    NO DUPLICATES FOR ARCHINQ TO DOUBLE-COUNT.  THE CONTROL     *
      *    TOTALS PAGE OF A RESTARTED RUN SPLITS EACH CLUSTER'S TOTALS *
      *    INTO THE ORIGINAL PASS(ES) AND THE RESTART PASS.  THE       *
      *    RESTART MUST USE THE SAME RETENTION DAYS AS THE FAILED RUN. *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *   REQ020  - WRITES START/END RECORDS TO THE RUN-CONTROL FILE   *
      *             RUNCTLRP SUMMARY SEES THIS STEP ON THE DATES IT    *
      *             RUNS.  NO AUDSTAGE GUARD - THIS JOB DOES NOT       *
      *             READ THE STAGING FILE.                             *
      *   15OCT26 - CHECKPOINT/RESTART. RESTART POINTS ON ARCHRSTF     *
      *             EVERY N RECORDS PURGED (PARMIN COLS 21-27); A      *
      *             RERUN FOR THE SAME DATE RESUMES FROM THE LAST ONE  *
      *             WITHOUT RE-ARCHIVING, CARRIES THE TOTALS FORWARD   *
      *             AND PRINTS THE ORIGINAL AND RESTART PASSES.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHPURG.
               RECORD KEY IS RCTL-KEY
               FILE STATUS IS WS-RCTLF-STATUS.

           SELECT RESTART-FILE ASSIGN TO ARCHRSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARST-KEY
               FILE STATUS IS WS-ARSTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
       FD  AUDIT-ARCHIVE-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  AUDIT-ARCHIVE-RECORD            PIC X(43).
       01  AUDIT-ARCHIVE-KEY-VIEW.
           05  AUDIT-ARCHIVE-KEY           PIC X(18).
           05  FILLER                      PIC X(25).

       FD  EXCP-ARCHIVE-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  EXCP-ARCHIVE-RECORD             PIC X(43).
       01  EXCP-ARCHIVE-KEY-VIEW.
           05  EXCP-ARCHIVE-KEY            PIC X(22).
           05  FILLER                      PIC X(21).

       FD  RESRC-ARCHIVE-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  RESRC-ARCHIVE-RECORD            PIC X(46).
       01  RESRC-ARCHIVE-KEY-VIEW.
           05  RESRC-ARCHIVE-KEY           PIC X(30).
           05  FILLER                      PIC X(16).

       FD  PARM-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  PARM-CARD.
           05  PARM-RUN-DATE               PIC 9(8).
           05  PARM-AUDIT-KEEP-DAYS        PIC 9(4).
           05  PARM-EXCP-KEEP-DAYS         PIC 9(4).
           05  PARM-RESRC-KEEP-DAYS        PIC 9(4).
           05  PARM-CKPT-INTERVAL          PIC 9(7).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           RECORD CONTAINS 54 CHARACTERS.
           COPY RCTLREC.

       FD  RESTART-FILE
           RECORD CONTAINS 184 CHARACTERS.
           COPY ARSTREC.

       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-AUDITF-STATUS            PIC X(2).
               88  WS-AUDITF-OK            VALUE '00'.
               88  WS-AUDITF-NOTFND        VALUE '23'.
           05  WS-EXCEPTF-STATUS           PIC X(2).
               88  WS-EXCEPTF-OK           VALUE '00'.
               88  WS-EXCEPTF-NOTFND       VALUE '23'.
           05  WS-RESRCF-STATUS            PIC X(2).
               88  WS-RESRCF-OK            VALUE '00'.
               88  WS-RESRCF-NOTFND        VALUE '23'.
           05  WS-AUDARCH-STATUS           PIC X(2).
               88  WS-AUDARCH-OK           VALUE '00'.
           05  WS-EXCARCH-STATUS           PIC X(2).
               88  WS-PARMF-OK             VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(2).
               88  WS-REPORT-OK            VALUE '00'.
           05  WS-ARSTF-STATUS             PIC X(2).
               88  WS-ARSTF-OK             VALUE '00'.
               88  WS-ARSTF-DUPLICATE      VALUE '22'.
               88  WS-ARSTF-NOTFND         VALUE '23'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-ARCH-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-ARCH-END-OF-FILE     VALUE 'Y'.
           05  WS-RESTART-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-RESTARTED            VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.

       01  WS-MONTH-SUBSCRIPT              PIC 9(2).

      *    RESTART-POINT CONTROL.  CLUSTERS ARE NUMBERED IN PURGE
      *    ORDER; WS-RESUME-FILE-NO IS ZERO ON A FRESH RUN.  ON A
      *    RESTART, WS-ARCHIVED-KEY IS THE LAST RECORD THE FAILED PASS
      *    ARCHIVED - IF IT IS STILL ON THE CLUSTER ITS DELETE NEVER
      *    HAPPENED, AND IT IS DELETED WITHOUT BEING ARCHIVED AGAIN.
       01  WS-RESTART-FIELDS.
           05  WS-CKPT-INTERVAL            PIC 9(7) VALUE 1000.
           05  WS-CKPT-DUE-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-PASS-NUMBER              PIC 9(2) VALUE 1.
           05  WS-RESUME-FILE-NO           PIC 9(1) VALUE ZERO.
           05  WS-RESUME-KEY               PIC X(30) VALUE LOW-VALUES.
           05  WS-ARCHIVED-KEY             PIC X(30) VALUE LOW-VALUES.
           05  WS-CKPT-FILE-NO             PIC 9(1) VALUE 1.
           05  WS-CKPT-LAST-KEY            PIC X(30) VALUE LOW-VALUES.
           05  WS-RECOVERED-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-RESTART-CKPT-DATE        PIC 9(8) VALUE ZERO.
           05  WS-RESTART-CKPT-TIME        PIC 9(6) VALUE ZERO.
           05  WS-CKPT-TODAY               PIC 9(8).
           05  WS-CKPT-TIME-RAW            PIC 9(8).
           05  WS-CKPT-TIME-SPLIT REDEFINES WS-CKPT-TIME-RAW.
               10  WS-CKPT-TIME-HHMMSS     PIC 9(6).
               10  WS-CKPT-TIME-HUNDREDTHS PIC 9(2).

       01  WS-FILE-NAME-VALUES.
           05  FILLER PIC X(8) VALUE 'AUDITF'.
           05  FILLER PIC X(8) VALUE 'EXCEPTF'.
           05  FILLER PIC X(8) VALUE 'RESRCF'.
           05  FILLER PIC X(8) VALUE 'COMPLETE'.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FILE-NAME OCCURS 4 TIMES PIC X(8).

       01  WS-CONTROL-TOTALS.
           05  WS-AUDIT-TOTALS.
               10  WS-AUDIT-READ-COUNT     PIC 9(9) VALUE ZERO.
               10  WS-RESRC-DEL-COUNT      PIC 9(9) VALUE ZERO.
               10  WS-RESRC-KEPT-COUNT     PIC 9(9) VALUE ZERO.

      *    WHAT EARLIER PASSES HAD DONE WHEN THIS ONE RESTARTED -
      *    THE CHECKPOINTED TOTALS PLUS THE RECORDS ARCHIVED AFTER THE
      *    CHECKPOINT.  SAME LAYOUT AS WS-CONTROL-TOTALS.
       01  WS-PRIOR-TOTALS.
           05  WS-PRIOR-AUDIT-TOTALS.
               10  WS-PRIOR-AUDIT-READ     PIC 9(9) VALUE ZERO.
               10  WS-PRIOR-AUDIT-ARCH     PIC 9(9) VALUE ZERO.
               10  WS-PRIOR-AUDIT-DEL      PIC 9(9) VALUE ZERO.
               10  WS-PRIOR-AUDIT-KEPT     PIC 9(9) VALUE ZERO.
           05  WS-PRIOR-EXCP-TOTALS.
               10  WS-PRIOR-EXCP-READ      PIC 9(9) VALUE ZERO.
               10  WS-PRIOR-EXCP-ARCH      PIC 9(9) VALUE ZERO.
               10  WS-PRIOR-EXCP-DEL       PIC 9(9) VALUE ZERO.
               10  WS-PRIOR-EXCP-KEPT      PIC 9(9) VALUE ZERO.
           05  WS-PRIOR-RESRC-TOTALS.
               10  WS-PRIOR-RESRC-READ     PIC 9(9) VALUE ZERO.
               10  WS-PRIOR-RESRC-ARCH     PIC 9(9) VALUE ZERO.
               10  WS-PRIOR-RESRC-DEL      PIC 9(9) VALUE ZERO.
               10  WS-PRIOR-RESRC-KEPT     PIC 9(9) VALUE ZERO.

      *    ONE CLUSTER'S TOTALS, MOVED IN FOR 5100-WRITE-PASS-LINES.
       01  WS-PASS-FIELDS.
           05  WS-PASS-PRIOR.
               10  WS-PASS-PRIOR-READ      PIC 9(9).
               10  WS-PASS-PRIOR-ARCH      PIC 9(9).
               10  WS-PASS-PRIOR-DEL       PIC 9(9).
               10  WS-PASS-PRIOR-KEPT      PIC 9(9).
           05  WS-PASS-TOTAL.
               10  WS-PASS-TOTAL-READ      PIC 9(9).
               10  WS-PASS-TOTAL-ARCH      PIC 9(9).
               10  WS-PASS-TOTAL-DEL       PIC 9(9).
               10  WS-PASS-TOTAL-KEPT      PIC 9(9).

       01  WS-HEADING-1                    PIC X(60)
           VALUE 'RETENTION ARCHIVE AND PURGE CONTROL TOTALS'.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-H2-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(22)
               VALUE '  CHECKPOINT INTERVAL '.
           05  WS-H2-CKPT-INTERVAL         PIC Z,ZZZ,ZZ9.

       01  WS-HEADING-3.
           05  FILLER                      PIC X(13)
               VALUE 'RESTART PASS '.
           05  WS-H3-PASS-NUMBER           PIC 9(2).
           05  FILLER                      PIC X(14)
               VALUE ' - RESUMED IN '.
           05  WS-H3-FILE-NAME             PIC X(8).
           05  FILLER                      PIC X(20)
               VALUE ' FROM CHECKPOINT OF '.
           05  WS-H3-CKPT-DATE             PIC 9(8).
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-H3-CKPT-TIME             PIC 9(6).

       01  WS-HEADING-4                    PIC X(60)
           VALUE 'ORIGINAL = BEFORE THE RESTART, RESTART = THIS PASS'.

       01  WS-FILE-TOTAL-LINE.
           05  WS-FTL-FILE-NAME            PIC X(8).
           PERFORM RUN-CONTROL-START
           PERFORM 1200-BUILD-RUN-DAY-OF-YEAR
           PERFORM 1300-COMPUTE-FILE-CUTOFFS
           PERFORM 1500-CHECK-FOR-RESTART
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'ARCHPURG: REPORT FILE OPEN FAILED - STATUS '
           MOVE PARM-AUDIT-KEEP-DAYS   TO WS-AUDIT-KEEP-DAYS
           MOVE PARM-EXCP-KEEP-DAYS    TO WS-EXCP-KEEP-DAYS
           MOVE PARM-RESRC-KEEP-DAYS   TO WS-RESRC-KEEP-DAYS
           IF PARM-CKPT-INTERVAL NUMERIC
               AND PARM-CKPT-INTERVAL NOT = ZERO
               MOVE PARM-CKPT-INTERVAL TO WS-CKPT-INTERVAL
           END-IF
           CLOSE PARM-FILE
           IF WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
               OR WS-RUN-DAY < 1 OR WS-RUN-DAY > 31
           COMPUTE WS-CUTOFF-CCYYDDD =
               (WS-CUTOFF-YEAR * 1000) + WS-CUTOFF-DAY-WORK.

      *    ARCHRSTF STAYS OPEN FOR THE WHOLE RUN.  A RUNNING ('R')
      *    RESTART POINT FOR THE PARM DATE MEANS AN EARLIER PASS DIED:
      *    ITS TOTALS ARE CARRIED FORWARD AND THE PURGE RESUMES IN THE
      *    CLUSTER AND AFTER THE KEY IT RECORDS.  NO RECORD, OR A
      *    COMPLETE ('C') ONE, IS A FRESH RUN, WHICH WRITES ITS OWN
      *    STARTING RESTART POINT BEFORE TOUCHING ANY CLUSTER.
       1500-CHECK-FOR-RESTART.
           OPEN I-O RESTART-FILE
           IF NOT WS-ARSTF-OK
               DISPLAY 'ARCHPURG: ARCHRSTF OPEN FAILED - STATUS '
                   WS-ARSTF-STATUS
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO ARST-KEY-RUN-DATE
           READ RESTART-FILE
           EVALUATE TRUE
               WHEN WS-ARSTF-OK
                   IF ARST-STAT-RUNNING
                       PERFORM 1600-RESUME-FROM-CHECKPOINT
                   ELSE
                       PERFORM 7000-WRITE-CHECKPOINT
                   END-IF
               WHEN WS-ARSTF-NOTFND
                   PERFORM 7000-WRITE-CHECKPOINT
               WHEN OTHER
                   DISPLAY 'ARCHPURG: ARCHRSTF READ FAILED - STATUS '
                       WS-ARSTF-STATUS ' - ABENDING'
                   STOP RUN
           END-EVALUATE.

       1600-RESUME-FROM-CHECKPOINT.
           IF ARST-AUDIT-KEEP-DAYS NOT = WS-AUDIT-KEEP-DAYS
               OR ARST-EXCP-KEEP-DAYS NOT = WS-EXCP-KEEP-DAYS
               OR ARST-RESRC-KEEP-DAYS NOT = WS-RESRC-KEEP-DAYS
               DISPLAY 'ARCHPURG: PARMIN RETENTION DAYS DIFFER FROM '
                   'THE RESTART POINT FOR ' WS-RUN-DATE
               DISPLAY 'ARCHPURG: RERUN WITH THE ORIGINAL CARD - '
                   'ABENDING'
               STOP RUN
           END-IF
           IF ARST-FILE-NO < 1 OR ARST-FILE-NO > 4
               DISPLAY 'ARCHPURG: ARCHRSTF RESTART POINT FOR '
                   WS-RUN-DATE ' IS CORRUPT - FILE NUMBER '
                   ARST-FILE-NO ' - ABENDING'
               STOP RUN
           END-IF
           SET WS-RESTARTED TO TRUE
           MOVE ARST-TOTALS TO WS-CONTROL-TOTALS
           MOVE ARST-TOTALS TO WS-PRIOR-TOTALS
           MOVE ARST-FILE-NO TO WS-RESUME-FILE-NO
           MOVE ARST-FILE-NO TO WS-CKPT-FILE-NO
           MOVE ARST-LAST-KEY TO WS-RESUME-KEY
           MOVE ARST-LAST-KEY TO WS-CKPT-LAST-KEY
           MOVE ARST-CKPT-DATE TO WS-RESTART-CKPT-DATE
           MOVE ARST-CKPT-TIME TO WS-RESTART-CKPT-TIME
           COMPUTE WS-PASS-NUMBER = ARST-PASS-NUMBER + 1
           DISPLAY 'ARCHPURG: RESTART PASS ' WS-PASS-NUMBER
               ' RESUMING IN ' WS-FILE-NAME(WS-RESUME-FILE-NO)
               ' FROM CHECKPOINT OF ' WS-RESTART-CKPT-DATE ' '
               WS-RESTART-CKPT-TIME
           PERFORM 7000-WRITE-CHECKPOINT.

       2000-PURGE-AUDIT-FILE.
           IF WS-RESUME-FILE-NO > 1
               DISPLAY 'ARCHPURG: AUDITF PURGED ON AN EARLIER PASS'
           ELSE
               PERFORM 2010-PURGE-AUDIT-CLUSTER
               MOVE 2 TO WS-CKPT-FILE-NO
               PERFORM 7100-CHECKPOINT-FILE-DONE
           END-IF.

       2010-PURGE-AUDIT-CLUSTER.
           IF WS-AUDIT-KEEP-DAYS = ZERO
               DISPLAY 'ARCHPURG: AUDITF RETENTION DAYS ZERO - '
                   'FILE NOT PURGED'
                       WS-AUDITF-STATUS
                   STOP RUN
               END-IF
               IF WS-RESUME-FILE-NO = 1
                   PERFORM 2110-RECOVER-AUDIT-ARCHIVE
               END-IF
               OPEN EXTEND AUDIT-ARCHIVE-FILE
               IF NOT WS-AUDARCH-OK
                   DISPLAY 'ARCHPURG: AUDARCH OPEN FAILED - STATUS '
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               IF WS-RESUME-FILE-NO = 1
                   PERFORM 2140-START-AUDIT-AFTER-KEY
               ELSE
                   PERFORM 2100-READ-AUDIT-RECORD
               END-IF
               PERFORM 2200-PURGE-ONE-AUDIT-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE AUDIT-FILE
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      *    THE FAILED PASS'S ARCHIVE RECORDS FOR THIS CLUSTER WITH A
      *    KEY PAST THE RESTART POINT WERE WRITTEN AFTER ITS LAST
      *    CHECKPOINT.  ALL BUT POSSIBLY THE LAST WERE ALSO DELETED, SO
      *    THEY ARE ADDED TO THE CARRIED-FORWARD TOTALS HERE, AND THE
      *    LAST ONE'S KEY IS KEPT SO IT IS NOT ARCHIVED A SECOND TIME.
       2110-RECOVER-AUDIT-ARCHIVE.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF NOT WS-AUDARCH-OK
               DISPLAY 'ARCHPURG: AUDARCH OPEN FAILED - STATUS '
                   WS-AUDARCH-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-RECOVERED-COUNT
           MOVE 'N' TO WS-ARCH-EOF-SWITCH
           PERFORM 2120-READ-AUDIT-ARCHIVE
           PERFORM 2130-RECOVER-ONE-AUDIT-ARCHIVE
               UNTIL WS-ARCH-END-OF-FILE
           CLOSE AUDIT-ARCHIVE-FILE
           ADD WS-RECOVERED-COUNT TO WS-AUDIT-READ-COUNT
               WS-AUDIT-ARCH-COUNT WS-AUDIT-DEL-COUNT
               WS-PRIOR-AUDIT-READ WS-PRIOR-AUDIT-ARCH
               WS-PRIOR-AUDIT-DEL.

       2120-READ-AUDIT-ARCHIVE.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET WS-ARCH-END-OF-FILE TO TRUE
           END-READ.

       2130-RECOVER-ONE-AUDIT-ARCHIVE.
           IF AUDIT-ARCHIVE-KEY > WS-RESUME-KEY
               ADD 1 TO WS-RECOVERED-COUNT
               MOVE AUDIT-ARCHIVE-KEY TO WS-ARCHIVED-KEY
           END-IF
           PERFORM 2120-READ-AUDIT-ARCHIVE.

       2140-START-AUDIT-AFTER-KEY.
           MOVE WS-RESUME-KEY TO AUDIT-KEY
           START AUDIT-FILE KEY > AUDIT-KEY
           EVALUATE TRUE
               WHEN WS-AUDITF-OK
                   PERFORM 2100-READ-AUDIT-RECORD
               WHEN WS-AUDITF-NOTFND
                   SET WS-END-OF-FILE TO TRUE
               WHEN OTHER
                   DISPLAY 'ARCHPURG: AUDITF START FAILED - STATUS '
                       WS-AUDITF-STATUS ' - ABENDING'
                   STOP RUN
           END-EVALUATE.

       2200-PURGE-ONE-AUDIT-RECORD.
           IF AUDIT-KEY = WS-ARCHIVED-KEY
               PERFORM 2300-DELETE-ARCHIVED-AUDIT
           ELSE
               PERFORM 2210-PURGE-OR-KEEP-AUDIT
           END-IF
           PERFORM 2100-READ-AUDIT-RECORD.

       2210-PURGE-OR-KEEP-AUDIT.
           ADD 1 TO WS-AUDIT-READ-COUNT
           IF AUDIT-KEY-DATE < WS-AUDIT-CUTOFF-CCYYDDD
               MOVE AUDIT-RECORD TO AUDIT-ARCHIVE-RECORD
                   STOP RUN
               END-IF
               ADD 1 TO WS-AUDIT-DEL-COUNT
               MOVE AUDIT-KEY TO WS-CKPT-LAST-KEY
               PERFORM 7050-CHECKPOINT-IF-DUE
           ELSE
               ADD 1 TO WS-AUDIT-KEPT-COUNT
           END-IF.

      *    ALREADY COUNTED AS READ, ARCHIVED AND DELETED BY
      *    2110-RECOVER-AUDIT-ARCHIVE - ONLY THE DELETE IS OWED.
       2300-DELETE-ARCHIVED-AUDIT.
           DELETE AUDIT-FILE RECORD
           IF NOT WS-AUDITF-OK
               DISPLAY 'ARCHPURG: AUDITF DELETE FAILED - STATUS '
                   WS-AUDITF-STATUS ' - ABENDING'
               STOP RUN
           END-IF
           MOVE AUDIT-KEY TO WS-CKPT-LAST-KEY.

       3000-PURGE-EXCEPTION-FILE.
           IF WS-RESUME-FILE-NO > 2
               DISPLAY 'ARCHPURG: EXCEPTF PURGED ON AN EARLIER PASS'
           ELSE
               PERFORM 3010-PURGE-EXCEPTION-CLUSTER
               MOVE 3 TO WS-CKPT-FILE-NO
               PERFORM 7100-CHECKPOINT-FILE-DONE
           END-IF.

       3010-PURGE-EXCEPTION-CLUSTER.
           IF WS-EXCP-KEEP-DAYS = ZERO
               DISPLAY 'ARCHPURG: EXCEPTF RETENTION DAYS ZERO - '
                   'FILE NOT PURGED'
                       WS-EXCEPTF-STATUS
                   STOP RUN
               END-IF
               IF WS-RESUME-FILE-NO = 2
                   PERFORM 3110-RECOVER-EXCP-ARCHIVE
               END-IF
               OPEN EXTEND EXCP-ARCHIVE-FILE
               IF NOT WS-EXCARCH-OK
                   DISPLAY 'ARCHPURG: EXCARCH OPEN FAILED - STATUS '
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               IF WS-RESUME-FILE-NO = 2
                   PERFORM 3140-START-EXCP-AFTER-KEY
               ELSE
                   PERFORM 3100-READ-EXCEPTION-RECORD
               END-IF
               PERFORM 3200-PURGE-ONE-EXCP-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE EXCEPTION-FILE
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3110-RECOVER-EXCP-ARCHIVE.
           OPEN INPUT EXCP-ARCHIVE-FILE
           IF NOT WS-EXCARCH-OK
               DISPLAY 'ARCHPURG: EXCARCH OPEN FAILED - STATUS '
                   WS-EXCARCH-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-RECOVERED-COUNT
           MOVE 'N' TO WS-ARCH-EOF-SWITCH
           PERFORM 3120-READ-EXCP-ARCHIVE
           PERFORM 3130-RECOVER-ONE-EXCP-ARCHIVE
               UNTIL WS-ARCH-END-OF-FILE
           CLOSE EXCP-ARCHIVE-FILE
           ADD WS-RECOVERED-COUNT TO WS-EXCP-READ-COUNT
               WS-EXCP-ARCH-COUNT WS-EXCP-DEL-COUNT
               WS-PRIOR-EXCP-READ WS-PRIOR-EXCP-ARCH
               WS-PRIOR-EXCP-DEL.

       3120-READ-EXCP-ARCHIVE.
           READ EXCP-ARCHIVE-FILE
               AT END
                   SET WS-ARCH-END-OF-FILE TO TRUE
           END-READ.

       3130-RECOVER-ONE-EXCP-ARCHIVE.
           IF EXCP-ARCHIVE-KEY > WS-RESUME-KEY
               ADD 1 TO WS-RECOVERED-COUNT
               MOVE EXCP-ARCHIVE-KEY TO WS-ARCHIVED-KEY
           END-IF
           PERFORM 3120-READ-EXCP-ARCHIVE.

       3140-START-EXCP-AFTER-KEY.
           MOVE WS-RESUME-KEY TO EXCP-KEY
           START EXCEPTION-FILE KEY > EXCP-KEY
           EVALUATE TRUE
               WHEN WS-EXCEPTF-OK
                   PERFORM 3100-READ-EXCEPTION-RECORD
               WHEN WS-EXCEPTF-NOTFND
                   SET WS-END-OF-FILE TO TRUE
               WHEN OTHER
                   DISPLAY 'ARCHPURG: EXCEPTF START FAILED - STATUS '
                       WS-EXCEPTF-STATUS ' - ABENDING'
                   STOP RUN
           END-EVALUATE.

       3200-PURGE-ONE-EXCP-RECORD.
           IF EXCP-KEY = WS-ARCHIVED-KEY
               PERFORM 3300-DELETE-ARCHIVED-EXCP
           ELSE
               PERFORM 3210-PURGE-OR-KEEP-EXCP
           END-IF
           PERFORM 3100-READ-EXCEPTION-RECORD.

       3210-PURGE-OR-KEEP-EXCP.
           ADD 1 TO WS-EXCP-READ-COUNT
           IF EXCP-KEY-DATE < WS-EXCP-CUTOFF-CCYYDDD
               MOVE EXCP-RECORD TO EXCP-ARCHIVE-RECORD
                   STOP RUN
               END-IF
               ADD 1 TO WS-EXCP-DEL-COUNT
               MOVE EXCP-KEY TO WS-CKPT-LAST-KEY
               PERFORM 7050-CHECKPOINT-IF-DUE
           ELSE
               ADD 1 TO WS-EXCP-KEPT-COUNT
           END-IF.

       3300-DELETE-ARCHIVED-EXCP.
           DELETE EXCEPTION-FILE RECORD
           IF NOT WS-EXCEPTF-OK
               DISPLAY 'ARCHPURG: EXCEPTF DELETE FAILED - STATUS '
                   WS-EXCEPTF-STATUS ' - ABENDING'
               STOP RUN
           END-IF
           MOVE EXCP-KEY TO WS-CKPT-LAST-KEY.

       4000-PURGE-RESOURCE-FILE.
           IF WS-RESUME-FILE-NO > 3
               DISPLAY 'ARCHPURG: RESRCF PURGED ON AN EARLIER PASS'
           ELSE
               PERFORM 4010-PURGE-RESOURCE-CLUSTER
               MOVE 4 TO WS-CKPT-FILE-NO
               PERFORM 7100-CHECKPOINT-FILE-DONE
           END-IF.

       4010-PURGE-RESOURCE-CLUSTER.
           IF WS-RESRC-KEEP-DAYS = ZERO
               DISPLAY 'ARCHPURG: RESRCF RETENTION DAYS ZERO - '
                   'FILE NOT PURGED'
                       WS-RESRCF-STATUS
                   STOP RUN
               END-IF
               IF WS-RESUME-FILE-NO = 3
                   PERFORM 4110-RECOVER-RESRC-ARCHIVE
               END-IF
               OPEN EXTEND RESRC-ARCHIVE-FILE
               IF NOT WS-RESARCH-OK
                   DISPLAY 'ARCHPURG: RESARCH OPEN FAILED - STATUS '
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-SWITCH
               IF WS-RESUME-FILE-NO = 3
                   PERFORM 4140-START-RESRC-AFTER-KEY
               ELSE
                   PERFORM 4100-READ-RESOURCE-RECORD
               END-IF
               PERFORM 4200-PURGE-ONE-RESRC-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE RESOURCE-FILE
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       4110-RECOVER-RESRC-ARCHIVE.
           OPEN INPUT RESRC-ARCHIVE-FILE
           IF NOT WS-RESARCH-OK
               DISPLAY 'ARCHPURG: RESARCH OPEN FAILED - STATUS '
                   WS-RESARCH-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO WS-RECOVERED-COUNT
           MOVE 'N' TO WS-ARCH-EOF-SWITCH
           PERFORM 4120-READ-RESRC-ARCHIVE
           PERFORM 4130-RECOVER-ONE-RESRC-ARCHIVE
               UNTIL WS-ARCH-END-OF-FILE
           CLOSE RESRC-ARCHIVE-FILE
           ADD WS-RECOVERED-COUNT TO WS-RESRC-READ-COUNT
               WS-RESRC-ARCH-COUNT WS-RESRC-DEL-COUNT
               WS-PRIOR-RESRC-READ WS-PRIOR-RESRC-ARCH
               WS-PRIOR-RESRC-DEL.

       4120-READ-RESRC-ARCHIVE.
           READ RESRC-ARCHIVE-FILE
               AT END
                   SET WS-ARCH-END-OF-FILE TO TRUE
           END-READ.

       4130-RECOVER-ONE-RESRC-ARCHIVE.
           IF RESRC-ARCHIVE-KEY > WS-RESUME-KEY
               ADD 1 TO WS-RECOVERED-COUNT
               MOVE RESRC-ARCHIVE-KEY TO WS-ARCHIVED-KEY
           END-IF
           PERFORM 4120-READ-RESRC-ARCHIVE.

       4140-START-RESRC-AFTER-KEY.
           MOVE WS-RESUME-KEY TO RESRC-KEY
           START RESOURCE-FILE KEY > RESRC-KEY
           EVALUATE TRUE
               WHEN WS-RESRCF-OK
                   PERFORM 4100-READ-RESOURCE-RECORD
               WHEN WS-RESRCF-NOTFND
                   SET WS-END-OF-FILE TO TRUE
               WHEN OTHER
                   DISPLAY 'ARCHPURG: RESRCF START FAILED - STATUS '
                       WS-RESRCF-STATUS ' - ABENDING'
                   STOP RUN
           END-EVALUATE.

       4200-PURGE-ONE-RESRC-RECORD.
           IF RESRC-KEY = WS-ARCHIVED-KEY
               PERFORM 4300-DELETE-ARCHIVED-RESRC
           ELSE
               PERFORM 4210-PURGE-OR-KEEP-RESRC
           END-IF
           PERFORM 4100-READ-RESOURCE-RECORD.

       4210-PURGE-OR-KEEP-RESRC.
           ADD 1 TO WS-RESRC-READ-COUNT
           IF RESRC-KEY-DATE < WS-RESRC-CUTOFF-CCYYDDD
               MOVE RESRC-RECORD TO RESRC-ARCHIVE-RECORD
                   STOP RUN
               END-IF
               ADD 1 TO WS-RESRC-DEL-COUNT
               MOVE RESRC-KEY TO WS-CKPT-LAST-KEY
               PERFORM 7050-CHECKPOINT-IF-DUE
           ELSE
               ADD 1 TO WS-RESRC-KEPT-COUNT
           END-IF.

       4300-DELETE-ARCHIVED-RESRC.
           DELETE RESOURCE-FILE RECORD
           IF NOT WS-RESRCF-OK
               DISPLAY 'ARCHPURG: RESRCF DELETE FAILED - STATUS '
                   WS-RESRCF-STATUS ' - ABENDING'
               STOP RUN
           END-IF
           MOVE RESRC-KEY TO WS-CKPT-LAST-KEY.

       5000-WRITE-CONTROL-TOTALS.
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-DATE TO WS-H2-RUN-DATE
           MOVE WS-CKPT-INTERVAL TO WS-H2-CKPT-INTERVAL
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RESTARTED
               MOVE WS-PASS-NUMBER TO WS-H3-PASS-NUMBER
               MOVE WS-FILE-NAME(WS-RESUME-FILE-NO) TO WS-H3-FILE-NAME
               MOVE WS-RESTART-CKPT-DATE TO WS-H3-CKPT-DATE
               MOVE WS-RESTART-CKPT-TIME TO WS-H3-CKPT-TIME
               MOVE WS-HEADING-3 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-HEADING-4 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 'AUDITF' TO WS-FTL-FILE-NAME WS-FCL-FILE-NAME
               WS-FSL-FILE-NAME
           IF WS-AUDIT-KEEP-DAYS = ZERO
           MOVE WS-AUDIT-KEPT-COUNT TO WS-FTL-KEPT-COUNT
           MOVE WS-FILE-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RESTARTED
               MOVE WS-PRIOR-AUDIT-TOTALS TO WS-PASS-PRIOR
               MOVE WS-AUDIT-TOTALS TO WS-PASS-TOTAL
               PERFORM 5100-WRITE-PASS-LINES
           END-IF
           MOVE 'EXCEPTF' TO WS-FTL-FILE-NAME WS-FCL-FILE-NAME
               WS-FSL-FILE-NAME
           IF WS-EXCP-KEEP-DAYS = ZERO
           MOVE WS-EXCP-KEPT-COUNT TO WS-FTL-KEPT-COUNT
           MOVE WS-FILE-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RESTARTED
               MOVE WS-PRIOR-EXCP-TOTALS TO WS-PASS-PRIOR
               MOVE WS-EXCP-TOTALS TO WS-PASS-TOTAL
               PERFORM 5100-WRITE-PASS-LINES
           END-IF
           MOVE 'RESRCF' TO WS-FTL-FILE-NAME WS-FCL-FILE-NAME
               WS-FSL-FILE-NAME
           IF WS-RESRC-KEEP-DAYS = ZERO
           MOVE WS-RESRC-DEL-COUNT  TO WS-FTL-DEL-COUNT
           MOVE WS-RESRC-KEPT-COUNT TO WS-FTL-KEPT-COUNT
           MOVE WS-FILE-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RESTARTED
               MOVE WS-PRIOR-RESRC-TOTALS TO WS-PASS-PRIOR
               MOVE WS-RESRC-TOTALS TO WS-PASS-TOTAL
               PERFORM 5100-WRITE-PASS-LINES
           END-IF.

      *    ON A RESTARTED RUN, SPLITS A CLUSTER'S TOTALS INTO WHAT THE
      *    EARLIER PASSES DID AND WHAT THIS PASS DID.
       5100-WRITE-PASS-LINES.
           MOVE 'ORIGINAL' TO WS-FTL-FILE-NAME
           MOVE WS-PASS-PRIOR-READ TO WS-FTL-READ-COUNT
           MOVE WS-PASS-PRIOR-ARCH TO WS-FTL-ARCH-COUNT
           MOVE WS-PASS-PRIOR-DEL  TO WS-FTL-DEL-COUNT
           MOVE WS-PASS-PRIOR-KEPT TO WS-FTL-KEPT-COUNT
           MOVE WS-FILE-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RESTART' TO WS-FTL-FILE-NAME
           COMPUTE WS-FTL-READ-COUNT =
               WS-PASS-TOTAL-READ - WS-PASS-PRIOR-READ
           COMPUTE WS-FTL-ARCH-COUNT =
               WS-PASS-TOTAL-ARCH - WS-PASS-PRIOR-ARCH
           COMPUTE WS-FTL-DEL-COUNT =
               WS-PASS-TOTAL-DEL - WS-PASS-PRIOR-DEL
           COMPUTE WS-FTL-KEPT-COUNT =
               WS-PASS-TOTAL-KEPT - WS-PASS-PRIOR-KEPT
           MOVE WS-FILE-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *    REWRITES THE RUN DATE'S RESTART POINT FROM THE CURRENT
      *    CLUSTER NUMBER, LAST KEY DELETED AND RUNNING TOTALS.  CLUSTER
      *    NUMBER 4 MARKS THE PURGE COMPLETE.
       7000-WRITE-CHECKPOINT.
           ACCEPT WS-CKPT-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CKPT-TIME-RAW FROM TIME
           MOVE WS-RUN-DATE            TO ARST-KEY-RUN-DATE
           IF WS-CKPT-FILE-NO > 3
               MOVE 'C'                TO ARST-STATUS
           ELSE
               MOVE 'R'                TO ARST-STATUS
           END-IF
           MOVE WS-PASS-NUMBER         TO ARST-PASS-NUMBER
           MOVE WS-CKPT-TODAY          TO ARST-CKPT-DATE
           MOVE WS-CKPT-TIME-HHMMSS    TO ARST-CKPT-TIME
           MOVE WS-AUDIT-KEEP-DAYS     TO ARST-AUDIT-KEEP-DAYS
           MOVE WS-EXCP-KEEP-DAYS      TO ARST-EXCP-KEEP-DAYS
           MOVE WS-RESRC-KEEP-DAYS     TO ARST-RESRC-KEEP-DAYS
           MOVE WS-CKPT-FILE-NO        TO ARST-FILE-NO
           MOVE WS-FILE-NAME(WS-CKPT-FILE-NO) TO ARST-FILE-NAME
           MOVE WS-CKPT-LAST-KEY       TO ARST-LAST-KEY
           MOVE WS-CONTROL-TOTALS      TO ARST-TOTALS
           WRITE ARST-RECORD
           IF WS-ARSTF-DUPLICATE
               REWRITE ARST-RECORD
           END-IF
           IF NOT WS-ARSTF-OK
               DISPLAY 'ARCHPURG: ARCHRSTF WRITE FAILED - STATUS '
                   WS-ARSTF-STATUS ' - ABENDING'
               STOP RUN
           END-IF
           MOVE ZERO TO WS-CKPT-DUE-COUNT.

       7050-CHECKPOINT-IF-DUE.
           ADD 1 TO WS-CKPT-DUE-COUNT
           IF WS-CKPT-DUE-COUNT >= WS-CKPT-INTERVAL
               PERFORM 7000-WRITE-CHECKPOINT
           END-IF.

      *    THE CALLER HAS MOVED THE NEXT CLUSTER'S NUMBER TO
      *    WS-CKPT-FILE-NO.  IT STARTS FROM THE TOP, AND ANY RESTART
      *    SKIP KEY BELONGED TO THE CLUSTER JUST FINISHED.
       7100-CHECKPOINT-FILE-DONE.
           MOVE LOW-VALUES TO WS-CKPT-LAST-KEY
           MOVE LOW-VALUES TO WS-ARCHIVED-KEY
           PERFORM 7000-WRITE-CHECKPOINT.

       8000-DETERMINE-LEAP-YEAR.
           IF FUNCTION MOD(WS-CUTOFF-YEAR, 400) = 0
               SET WS-IS-LEAP-YEAR TO TRUE

       9000-TERMINATE.
           CLOSE REPORT-FILE
           CLOSE RESTART-FILE
           COMPUTE WS-RCTL-IN =
               WS-AUDIT-READ-COUNT + WS-EXCP-READ-COUNT
               + WS-RESRC-READ-COUNT
