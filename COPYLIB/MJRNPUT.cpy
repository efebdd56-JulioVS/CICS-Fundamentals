      *****************************************************************
      *    MJRNPUT - MAINTENANCE CHANGE JOURNAL PARAGRAPH (BATCH)      *
      *                                                                *
      *    COPY THIS AT THE END OF THE PROCEDURE DIVISION OF ANY       *
      *    BATCH PROGRAM THAT ALSO COPIES MJRNWS INTO WORKING-STORAGE  *
      *    SECTION AND SELECTS/FDS THE JOURNAL-FILE AS DESCRIBED       *
      *    THERE.  THE HOST OPENS JOURNAL-FILE I-O BEFORE ITS FIRST    *
      *    UPDATE AND CLOSES IT AT TERMINATION - UNLIKE RUNCTLCK,      *
      *    THIS RUNS ONCE PER APPLIED DECK LINE, NOT ONCE PER STEP.    *
      *                                                                *
      *    AFTER A SUCCESSFUL WRITE, REWRITE OR DELETE OF THE MASTER   *
      *    RECORD, MOVE THE FILE NAME, FUNCTION, MASTER KEY AND        *
      *    BEFORE/AFTER IMAGES INTO MJRN-RECORD EXACTLY AS FOR         *
      *    MJRNLOG, THEN PERFORM MAINT-JOURNAL-PUT.  THE OPERATOR IS   *
      *    WS-MJRN-JOB-NAME, THE TIMESTAMP IS THE SYSTEM DATE AND      *
      *    TIME AT THE WRITE, AND THE TASK NUMBER IS A RUNNING         *
      *    SEQUENCE SO TWO CHANGES IN THE SAME SECOND STAY DISTINCT.   *
      *    A FAILED JOURNAL WRITE ABENDS THE JOB - THE SAME FAIL-LOUD  *
      *    POSTURE AS A FAILED MASTER WRITE IN THE HOST.               *
      *****************************************************************
       MAINT-JOURNAL-PUT.
           ACCEPT WS-MJRN-CCYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-MJRN-TIME-RAW FROM TIME
           ADD 1 TO WS-MJRN-SEQUENCE
           MOVE WS-MJRN-CCYYMMDD       TO MJRN-KEY-DATE
           MOVE WS-MJRN-JOB-NAME       TO MJRN-KEY-OPERATOR-ID
           MOVE WS-MJRN-TIME-HHMMSS    TO MJRN-KEY-TIME
           MOVE SPACES                 TO MJRN-KEY-TERM-ID
           MOVE WS-MJRN-SEQUENCE       TO MJRN-KEY-TASKN
           MOVE WS-MJRN-PROGRAM        TO MJRN-SOURCE-ID
           WRITE MJRN-RECORD
           IF NOT WS-MJRNF-OK
               DISPLAY WS-MJRN-PROGRAM ': MNTJRNF WRITE FAILED - '
                   'STATUS ' WS-MJRNF-STATUS ' - ABENDING'
               STOP RUN
           END-IF.
