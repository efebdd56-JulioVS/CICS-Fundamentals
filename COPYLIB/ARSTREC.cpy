      *****************************************************************
      *    ARSTREC - ARCHPURG RESTART-POINT RECORD LAYOUT              *
      *                                                                *
      *    ONE RECORD PER PARM RUN DATE ON THE VSAM FILE ARCHRSTF,     *
      *    REWRITTEN BY ARCHPURG AT THE START OF THE RUN, EVERY        *
      *    CHECKPOINT-INTERVAL RECORDS PURGED, AND AS EACH CLUSTER IS  *
      *    FINISHED.  IT HOLDS THE CLUSTER IN PROGRESS (1 AUDITF, 2    *
      *    EXCEPTF, 3 RESRCF; 4 WITH STATUS 'C' WHEN THE PURGE IS      *
      *    COMPLETE), THE LAST KEY DELETED FROM IT (LOW-VALUES AT THE  *
      *    START OF A CLUSTER) AND THE RUNNING CONTROL TOTALS, IN THE  *
      *    SAME ORDER AS ARCHPURG'S WS-CONTROL-TOTALS.  A RERUN FOR    *
      *    THE SAME DATE THAT FINDS STATUS 'R' RESUMES AFTER           *
      *    ARST-LAST-KEY AND CARRIES THE TOTALS FORWARD.  THE          *
      *    RETENTION DAYS ARE KEPT SO A RESTART CANNOT MIX CUTOFFS.    *
      *****************************************************************
       01  ARST-RECORD.
           05  ARST-KEY.
               10  ARST-KEY-RUN-DATE       PIC 9(8).
           05  ARST-STATUS                 PIC X(1).
               88  ARST-STAT-RUNNING       VALUE 'R'.
               88  ARST-STAT-COMPLETE      VALUE 'C'.
           05  ARST-PASS-NUMBER            PIC 9(2).
           05  ARST-CKPT-DATE              PIC 9(8).
           05  ARST-CKPT-TIME              PIC 9(6).
           05  ARST-AUDIT-KEEP-DAYS        PIC 9(4).
           05  ARST-EXCP-KEEP-DAYS         PIC 9(4).
           05  ARST-RESRC-KEEP-DAYS        PIC 9(4).
           05  ARST-FILE-NO                PIC 9(1).
           05  ARST-FILE-NAME              PIC X(8).
           05  ARST-LAST-KEY               PIC X(30).
           05  ARST-TOTALS.
               10  ARST-AUDIT-TOTALS.
                   15  ARST-AUDIT-READ     PIC 9(9).
                   15  ARST-AUDIT-ARCH     PIC 9(9).
                   15  ARST-AUDIT-DEL      PIC 9(9).
                   15  ARST-AUDIT-KEPT     PIC 9(9).
               10  ARST-EXCP-TOTALS.
                   15  ARST-EXCP-READ      PIC 9(9).
                   15  ARST-EXCP-ARCH      PIC 9(9).
                   15  ARST-EXCP-DEL       PIC 9(9).
                   15  ARST-EXCP-KEPT      PIC 9(9).
               10  ARST-RESRC-TOTALS.
                   15  ARST-RESRC-READ     PIC 9(9).
                   15  ARST-RESRC-ARCH     PIC 9(9).
                   15  ARST-RESRC-DEL      PIC 9(9).
                   15  ARST-RESRC-KEPT     PIC 9(9).
