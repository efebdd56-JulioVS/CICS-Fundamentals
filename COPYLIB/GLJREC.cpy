      *****************************************************************
      *    GLJREC - GENERAL-LEDGER JOURNAL INTERFACE RECORD LAYOUT     *
      *                                                                *
      *    THE FIXED-FORMAT 80-BYTE JOURNAL FILE DEPTCHG WRITES IN     *
      *    MONTH-END ('G') MODE FOR THE GENERAL-LEDGER SYSTEM'S        *
      *    INBOUND JOURNAL LOAD.  ONE FILE PER PERIOD:                 *
      *                                                                *
      *    'H' HEADER   - SOURCE SYSTEM, PERIOD (CCYYMM), CREATION     *
      *                   DATE AND RUN SEQUENCE (01 FOR THE ORIGINAL   *
      *                   FEED, 02 AND UP FOR AUTHORIZED RERUNS,       *
      *                   WHICH REPLACE THE EARLIER FEED IN FULL).     *
      *    'D' DETAIL   - ONE DEBIT PER DEPARTMENT COST CENTER TO THE  *
      *                   CHARGEBACK EXPENSE ACCOUNT (THE SUSPENSE     *
      *                   DEPARTMENT'S DEBIT GOES TO THE SUSPENSE      *
      *                   ACCOUNT INSTEAD), THEN ONE OFFSETTING        *
      *                   CREDIT TO THE IT RECOVERY ACCOUNT FOR THE    *
      *                   SUM OF THE DEBITS.                           *
      *    'T' TRAILER  - DETAIL RECORD COUNT, DEBIT AND CREDIT        *
      *                   AMOUNT TOTALS AND THE HASH TOTAL OF THE      *
      *                   DETAIL ACCOUNT NUMBERS, FOR THE LEDGER'S     *
      *                   LOAD-TIME BALANCING.                         *
      *****************************************************************
       01  GLJ-RECORD.
           05  GLJ-REC-TYPE                PIC X(1).
               88  GLJ-TYPE-HEADER         VALUE 'H'.
               88  GLJ-TYPE-DETAIL         VALUE 'D'.
               88  GLJ-TYPE-TRAILER        VALUE 'T'.
           05  GLJ-BODY                    PIC X(79).
           05  GLJ-HEADER-BODY REDEFINES GLJ-BODY.
               10  GLJ-H-SOURCE            PIC X(8).
               10  GLJ-H-PERIOD            PIC 9(6).
               10  GLJ-H-CREATE-DATE       PIC 9(8).
               10  GLJ-H-RUN-SEQ           PIC 9(2).
               10  FILLER                  PIC X(55).
           05  GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
               10  GLJ-D-DR-CR             PIC X(1).
                   88  GLJ-D-DEBIT         VALUE 'D'.
                   88  GLJ-D-CREDIT        VALUE 'C'.
               10  GLJ-D-ACCOUNT           PIC 9(8).
               10  GLJ-D-COST-CENTER       PIC X(8).
               10  GLJ-D-AMOUNT            PIC 9(11)V99.
               10  GLJ-D-TASK-COUNT        PIC 9(9).
               10  GLJ-D-ELAPSED-SECS      PIC 9(9).
               10  GLJ-D-DESC              PIC X(20).
               10  FILLER                  PIC X(11).
           05  GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
               10  GLJ-T-DETAIL-COUNT      PIC 9(7).
               10  GLJ-T-DEBIT-TOTAL       PIC 9(13)V99.
               10  GLJ-T-CREDIT-TOTAL      PIC 9(13)V99.
               10  GLJ-T-ACCOUNT-HASH      PIC 9(15).
               10  FILLER                  PIC X(27).
