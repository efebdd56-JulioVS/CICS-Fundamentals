      *             ESCALATED BY EXCEPTION-ALERT-CHECK, DISPLAYED AND  *
      *             ACKNOWLEDGED BY THE ALRTCON ALERT CONSOLE          *
      *             (ALRTCON.CBL), SWEPT WITH THE OTHER DAILY FILES.   *
      *   15OCT26 - SLA BREACH ALERTING.  ADDED THRS-SLA-PCT, THE      *
      *             SHARE OF A TRANSACTION'S COMPLETED TASKS THAT MAY  *
      *             MISS THEIR SLATGTF TARGET BEFORE AN SLA ALERT      *
      *             FIRES (ZERO DISABLES SLA ALERTING FOR THE ENTRY).  *
      *             ADDED SCNT-RECORD (FILE ALRTSLAF, KEYED LIKE       *
      *             ALRTCNTF), THE RUNNING PER-DAY COMPLETED AND       *
      *             BREACH COUNTS KEPT BY SLA-BREACH-CHECK             *
      *             (SLACHK.CPY), WITH A FLAG SAYING WHETHER THE       *
      *             BREACH SHARE IS CURRENTLY OVER THE LIMIT.  AFIR-   *
      *             KEY NOW ENDS IN AN ALERT TYPE, E FOR AN EXCEPTION  *
      *             ALERT OR S FOR AN SLA ALERT, SO A TRANSACTION CAN  *
      *             HAVE ONE OF EACH PER DAY; AN SLA ALERT CARRIES THE *
      *             COMPLETED COUNT AND TARGET SECONDS IN PLACE OF     *
      *             EIBRESP/EIBRESP2 (AFIR-SLA-DETAIL).                *
      *****************************************************************
       01  THRS-RECORD.
           05  THRS-KEY.
               10  THRS-KEY-TRAN-ID        PIC X(4).
           05  THRS-LIMIT                  PIC 9(5).
           05  THRS-DEST                   PIC X(4).
           05  THRS-SLA-PCT                PIC 9(3).

       01  ACNT-RECORD.
           05  ACNT-KEY.
               10  ACNT-KEY-DATE           PIC 9(7).
           05  ACNT-COUNT                  PIC 9(5).

       01  SCNT-RECORD.
           05  SCNT-KEY.
               10  SCNT-KEY-TRAN-ID        PIC X(4).
               10  SCNT-KEY-DATE           PIC 9(7).
           05  SCNT-COMPLETE-COUNT         PIC 9(7).
           05  SCNT-BREACH-COUNT           PIC 9(7).
           05  SCNT-SHARE-FLAG             PIC X(1).
               88  SCNT-OVER-SHARE         VALUE 'Y'.
               88  SCNT-WITHIN-SHARE       VALUE 'N'.

       01  AFIR-RECORD.
           05  AFIR-KEY.
               10  AFIR-KEY-TRAN-ID        PIC X(4).
               10  AFIR-KEY-DATE           PIC 9(7).
               10  AFIR-KEY-TYPE           PIC X(1).
                   88  AFIR-EXCEPTION-ALERT VALUE 'E'.
                   88  AFIR-SLA-ALERT      VALUE 'S'.
           05  AFIR-TERM-ID                PIC X(4).
           05  AFIR-RESP-DETAIL.
               10  AFIR-RESP               PIC S9(8) COMP.
               10  AFIR-RESP2              PIC S9(8) COMP.
           05  AFIR-SLA-DETAIL REDEFINES AFIR-RESP-DETAIL.
               10  AFIR-SLA-COMPLETE-COUNT PIC S9(8) COMP.
               10  AFIR-SLA-TARGET-SECS    PIC S9(8) COMP.
           05  AFIR-COUNT                  PIC 9(5).
           05  AFIR-TIME-EIB               PIC S9(7) COMP-3.
           05  AFIR-ACK-FLAG               PIC X(1).
