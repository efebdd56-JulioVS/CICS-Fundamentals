      *****************************************************************
      *    INTVPURG - NIGHTLY INTRADAY STATISTICS ROLL-OFF             *
      *                                                                *
      *    THE INTRADAY STATISTICS FILE INTVSTF (SEE INTVREC.CPY) IS   *
      *    WRITTEN EVERY INTERVAL BY THE INTVSTAT BACKGROUND TASK SO   *
      *    THE OPERATIONS DESK CAN SEE THE DAY AS IT HAPPENS.  ONCE    *
      *    ACTHIST HAS WRITTEN THE DAY'S SUMMARY TO ACTHISTF THE       *
      *    INTERVAL RECORDS HAVE SERVED THEIR PURPOSE, AND THIS STEP   *
      *    DELETES EVERY INTVSTF RECORD DATED ON OR BEFORE THE RUN     *
      *    DATE.  IT RUNS AFTER ACTHIST IN THE NIGHTLY CHAIN AND       *
      *    ABENDS UNLESS ACTHIST'S RUN-CONTROL END RECORD FOR THE RUN  *
      *    DATE EXISTS WITH STATUS 'OK  ' (RUN-CONTROL-VERIFY-PRIOR IN *
      *    RUNCTLCK.CPY) - A DAY IS NEVER ROLLED OFF BEFORE IT HAS     *
      *    BEEN CAPTURED.  RECORDS FOR LATER DATES (TODAY'S INTERVALS, *
      *    ALREADY BEING WRITTEN WHILE THE CHAIN RUNS) ARE LEFT ALONE. *
      *                                                                *
      *    THE RUN-DATE PARAMETER CARD (PARMIN) SUPPLIES THE CCYYMMDD  *
      *    (MIRRORING AUDXTRCT'S PARMIN PATTERN).  A MISSING, EMPTY    *
      *    OR ZERO-DATE CARD ABENDS THE JOB RATHER THAN DEFAULTING.    *
      *    A RERUN SIMPLY FINDS NOTHING LEFT TO DELETE.  CONTROL       *
      *    TOTALS ARE DISPLAYED FOR THE JOB LOG AND WRITTEN TO THE     *
      *    RUN-CONTROL END RECORD.                                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTVPURG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERVAL-FILE ASSIGN TO INTVSTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INTV-KEY
               FILE STATUS IS WS-INTVF-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMF-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCTL-KEY
               FILE STATUS IS WS-RCTLF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERVAL-FILE
           RECORD VARYING FROM 29 TO 75 CHARACTERS.
           COPY INTVREC.

       FD  PARM-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  PARM-RUN-DATE                   PIC 9(8).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY RCTLREC.

       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-INTVF-STATUS             PIC X(2).
               88  WS-INTVF-OK             VALUE '00'.
           05  WS-PARMF-STATUS             PIC X(2).
               88  WS-PARMF-OK             VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-INTV-DELETED-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-INTERVALS-DELETED-COUNT  PIC 9(9) VALUE ZERO.
           05  WS-DATES-DELETED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-LAST-DATE-DELETED        PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ROLL-OFF-INTERVALS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-DATE-PARM
           MOVE 'INTVPURG' TO WS-RCTL-PROGRAM
           MOVE WS-RUN-DATE TO WS-RCTL-RUN-DATE
           MOVE 'ACTHIST' TO WS-RCTL-PRIOR-PROGRAM
           PERFORM RUN-CONTROL-VERIFY-PRIOR
           PERFORM RUN-CONTROL-START
           OPEN I-O INTERVAL-FILE
           IF NOT WS-INTVF-OK
               DISPLAY 'INTVPURG: INTVSTF OPEN FAILED - STATUS '
                   WS-INTVF-STATUS
               STOP RUN
           END-IF.

       1100-READ-RUN-DATE-PARM.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARMF-OK
               DISPLAY 'INTVPURG: PARMIN OPEN FAILED - STATUS '
                   WS-PARMF-STATUS
               DISPLAY 'INTVPURG: RUN DATE PARM IS REQUIRED - ABENDING'
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY 'INTVPURG: PARMIN IS EMPTY'
                   DISPLAY
                       'INTVPURG: RUN DATE PARM IS REQUIRED - ABENDING'
                   CLOSE PARM-FILE
                   STOP RUN
           END-READ
           IF PARM-RUN-DATE = ZERO
               DISPLAY 'INTVPURG: PARMIN RUN DATE IS ZERO/BLANK'
               DISPLAY
                   'INTVPURG: RUN DATE PARM IS REQUIRED - ABENDING'
               CLOSE PARM-FILE
               STOP RUN
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           CLOSE PARM-FILE.

       2000-ROLL-OFF-INTERVALS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO INTV-KEY
           START INTERVAL-FILE KEY IS NOT LESS THAN INTV-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 2100-READ-INTERVAL-RECORD
               PERFORM 2200-DELETE-ONE-INTERVAL
                   UNTIL WS-END-OF-FILE
           END-IF.

       2100-READ-INTERVAL-RECORD.
           READ INTERVAL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               IF INTV-KEY-DATE > WS-RUN-DATE
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-IF.

       2200-DELETE-ONE-INTERVAL.
           DELETE INTERVAL-FILE RECORD
           IF NOT WS-INTVF-OK
               DISPLAY 'INTVPURG: INTVSTF DELETE FAILED - STATUS '
                   WS-INTVF-STATUS ' - ABENDING'
               STOP RUN
           END-IF
           ADD 1 TO WS-INTV-DELETED-COUNT
           IF INTV-KEY-TRAN-ID = '****'
               ADD 1 TO WS-INTERVALS-DELETED-COUNT
           END-IF
           IF INTV-KEY-DATE NOT = WS-LAST-DATE-DELETED
               ADD 1 TO WS-DATES-DELETED-COUNT
               MOVE INTV-KEY-DATE TO WS-LAST-DATE-DELETED
           END-IF
           PERFORM 2100-READ-INTERVAL-RECORD.

       9000-TERMINATE.
           DISPLAY 'INTVPURG: RECORDS DELETED        '
               WS-INTV-DELETED-COUNT
           DISPLAY 'INTVPURG: INTERVALS DELETED      '
               WS-INTERVALS-DELETED-COUNT
           DISPLAY 'INTVPURG: DATES ROLLED OFF       '
               WS-DATES-DELETED-COUNT
           CLOSE INTERVAL-FILE
           MOVE WS-INTV-DELETED-COUNT TO WS-RCTL-IN
           MOVE WS-INTV-DELETED-COUNT TO WS-RCTL-OUT
           MOVE WS-INTERVALS-DELETED-COUNT TO WS-RCTL-OTHER
           PERFORM RUN-CONTROL-END.

       COPY RUNCTLCK.
