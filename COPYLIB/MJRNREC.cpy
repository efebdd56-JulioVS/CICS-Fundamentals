      *****************************************************************
      *    MJRNREC - MAINTENANCE CHANGE JOURNAL RECORD LAYOUT          *
      *                                                                *
      *    ONE RECORD PER APPLIED ADD, CHANGE OR DELETE AGAINST A      *
      *    MAINTAINED MASTER FILE (TRANREGF, OPERMSTF, ALRTTHRF,       *
      *    RESPREFF, TRANAUTF), WRITTEN TO THE VSAM FILE MNTJRNF BY    *
      *    THE ONLINE MAINTENANCE TRANSACTIONS (MAINT-JOURNAL-WRITE IN *
      *    MJRNLOG.CPY) AND BY THE BATCH LOAD JOBS (MAINT-JOURNAL-PUT  *
      *    IN MJRNPUT.CPY), SO "WHO CHANGED TRN4'S CRITICALITY AND     *
      *    WHAT WAS IT BEFORE" HAS AN ANSWER.  REJECTED OR FAILED      *
      *    REQUESTS ARE NOT JOURNALED - ONLY WHAT REACHED THE FILE.    *
      *                                                                *
      *    THE KEY LEADS WITH THE CCYYMMDD CHANGE DATE, THE FILE NAME  *
      *    AND THE OPERATOR, SO THE NIGHTLY JOURNAL REPORT (MNTJRPT)   *
      *    GETS ITS FILE/OPERATOR GROUPING STRAIGHT FROM A KEYED       *
      *    BROWSE OF THE DAY, IN TIME ORDER WITHIN EACH GROUP.         *
      *    ONLINE, MJRN-KEY-OPERATOR-ID IS THE SIGNON-LOOKUP OPERATOR  *
      *    (SPACES FOR AN UNSIGNED TERMINAL), MJRN-KEY-TERM-ID IS      *
      *    EIBTRMID AND MJRN-KEY-TASKN IS EIBTASKN.  FROM BATCH, THE   *
      *    OPERATOR IS THE JOB NAME, THE TERMINAL IS SPACES AND THE    *
      *    TASK NUMBER IS A SEQUENCE WITHIN THE RUN.                   *
      *                                                                *
      *    MJRN-BEFORE-IMAGE AND MJRN-AFTER-IMAGE CARRY THE WHOLE      *
      *    MASTER RECORD AS IT WAS AND AS IT BECAME - SPACES FOR THE   *
      *    BEFORE IMAGE OF AN ADD AND THE AFTER IMAGE OF A DELETE.     *
      *    MJRN-SOURCE-ID IS THE TRANSACTION ID (ONLINE) OR PROGRAM    *
      *    NAME (BATCH) THAT APPLIED THE CHANGE.                       *
      *****************************************************************
       01  MJRN-RECORD.
           05  MJRN-KEY.
               10  MJRN-KEY-DATE           PIC 9(8).
               10  MJRN-KEY-FILE           PIC X(8).
               10  MJRN-KEY-OPERATOR-ID    PIC X(8).
               10  MJRN-KEY-TIME           PIC 9(6).
               10  MJRN-KEY-TERM-ID        PIC X(4).
               10  MJRN-KEY-TASKN          PIC 9(7).
           05  MJRN-ACTION                 PIC X(1).
               88  MJRN-ACTION-ADD         VALUE 'A'.
               88  MJRN-ACTION-CHANGE      VALUE 'C'.
               88  MJRN-ACTION-DELETE      VALUE 'D'.
           05  MJRN-RECORD-KEY             PIC X(16).
           05  MJRN-SOURCE-ID              PIC X(8).
           05  MJRN-BEFORE-IMAGE           PIC X(80).
           05  MJRN-AFTER-IMAGE            PIC X(80).
