      *****************************************************************
      *    INTVREC - INTRADAY INTERVAL STATISTICS RECORD LAYOUTS       *
      *                                                                *
      *    TWO SMALL VSAM CLUSTERS DRIVE THE INTRADAY STATISTICS       *
      *    COLLECTED BY THE SELF-RESTARTING BACKGROUND TASK INTVSTAT   *
      *    (INTVSTAT.CBL):                                             *
      *                                                                *
      *    INTV-RECORD (FILE INTVSTF, KEYED BY CCYYMMDD, INTERVAL      *
      *    START HHMMSS AND TRANSACTION ID) IS ONE SUMMARY RECORD PER  *
      *    TRANSACTION PER COLLECTED INTERVAL - THE SAME COUNTS THE    *
      *    NIGHTLY ACTHIST WRITES PER DAY TO ACTHISTF (HISTREC.CPY):   *
      *    TASK COUNT, COMPLETED/ENTRY-ONLY SPLIT, EXCEPTION COUNT,    *
      *    AND AVERAGE/MAXIMUM ELAPSED SECONDS OVER COMPLETED TASKS    *
      *    (MIDNIGHT CROSSINGS GET 24 HOURS ADDED).  A TASK BELONGS TO *
      *    THE INTERVAL ITS ENTRY TIME FALLS IN, AND ITS STATUS IS AS  *
      *    IT STOOD WHEN THE INTERVAL WAS COLLECTED - ACTHISTF REMAINS *
      *    THE DEFINITIVE DAILY FIGURE.  EVERY COLLECTED INTERVAL ALSO *
      *    GETS A TOTALS RECORD KEYED '****' (SORTING AHEAD OF THE     *
      *    TRANSACTION RECORDS), WRITTEN EVEN WHEN THE INTERVAL WAS    *
      *    QUIET, SO THE OPSINQ TIMELINE SHOWS EVERY INTERVAL.  READ   *
      *    BY OPSINQ; ROLLED OFF BY THE NIGHTLY INTVPURG STEP ONCE     *
      *    ACTHIST HAS CAPTURED THE DAY.                               *
      *                                                                *
      *    ICTL-RECORD (FILE INTVCTLF, KEYED BY THE COLLECTOR'S        *
      *    TRANSACTION ID) HOLDS THE INTERVAL LENGTH IN MINUTES AND    *
      *    THE ACTIVE/STOPPED STATE SET BY THE OPERATIONS DESK, AND    *
      *    THE DATE/TIME THE LAST COLLECTED INTERVAL ENDED.  THE NEXT  *
      *    INTERVAL STARTS EXACTLY THERE, SO A LATE OR RESTARTED CYCLE *
      *    NEITHER LOSES NOR DOUBLE-COUNTS A TASK.  ICTL-LAST-END-     *
      *    CCYYDDD IS THE DATECNVT-NORMALIZED FORM OF THE SAME DATE,   *
      *    TO MATCH THE AUDITF/EXCEPTF KEY DATES.                      *
      *****************************************************************
       01  INTV-RECORD.
           05  INTV-KEY.
               10  INTV-KEY-DATE           PIC 9(8).
               10  INTV-KEY-START-TIME     PIC 9(6).
               10  INTV-KEY-TRAN-ID        PIC X(4).
           05  INTV-END-TIME               PIC 9(6).
           05  INTV-TASK-COUNT             PIC 9(7).
           05  INTV-COMPLETE-COUNT         PIC 9(7).
           05  INTV-ENTRY-COUNT            PIC 9(7).
           05  INTV-EXCP-COUNT             PIC 9(7).
           05  INTV-TOTAL-SECS             PIC 9(9).
           05  INTV-AVG-SECS               PIC 9(7).
           05  INTV-MAX-SECS               PIC 9(7).

       01  ICTL-RECORD.
           05  ICTL-KEY.
               10  ICTL-KEY-TRAN-ID        PIC X(4).
           05  ICTL-INTERVAL-MINS          PIC 9(3).
           05  ICTL-STATUS                 PIC X(1).
               88  ICTL-STAT-ACTIVE        VALUE 'A'.
               88  ICTL-STAT-STOPPED       VALUE 'S'.
           05  ICTL-LAST-END-DATE          PIC 9(8).
           05  ICTL-LAST-END-CCYYDDD       PIC 9(7).
           05  ICTL-LAST-END-TIME          PIC 9(6).
