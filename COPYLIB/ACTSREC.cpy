      *****************************************************************
      *    ACTSREC - ACTIVE SESSION RECORD LAYOUT                      *
      *                                                                *
      *    ONE RECORD PER OPERATOR SIGNED ON AT A TERMINAL, ON THE     *
      *    VSAM FILE ACTSESSF, KEYED BY OPERATOR ID THEN TERMINAL.     *
      *    THE SIGN TS QUEUES (SIGNREC.CPY) ANSWER "WHO IS AT THIS     *
      *    TERMINAL"; THIS FILE ANSWERS "WHERE IS THIS OPERATOR" -     *
      *    A KEYED BROWSE ON THE OPERATOR ID RETURNS EVERY TERMINAL    *
      *    THEY HOLD.  IT IS KEPT IN STEP WITH THE QUEUES BY SIGNON    *
      *    (WRITE, AND DELETE OF WHOEVER WAS AT THE TERMINAL BEFORE),  *
      *    SIGNOFF (DELETE) AND THE STALE-SIGNON EXPIRY IN SIGNLKUP    *
      *    (DELETE), AND IS READ BY SIGNON'S CONCURRENT-SESSION CHECK  *
      *    AND THE SESSINQ ACTIVE-SESSION DISPLAY.                     *
      *                                                                *
      *    ACTS-DATE-EIB/ACTS-TIME-EIB ARE THE SIGNON EIBDATE/EIBTIME, *
      *    THE SAME VALUES AS THE TERMINAL'S SIGN QUEUE, SO THE SAME   *
      *    SIGNON-AGE-CHECK APPLIES.  ACTS-OVERRIDE-BY IS THE          *
      *    SUPERVISOR WHO AUTHORIZED A SECOND CONCURRENT SIGNON, OR    *
      *    SPACES FOR AN ORDINARY ONE.                                 *
      *****************************************************************
       01  ACTS-RECORD.
           05  ACTS-KEY.
               10  ACTS-KEY-OPER-ID        PIC X(8).
               10  ACTS-KEY-TERM-ID        PIC X(4).
           05  ACTS-DATE-EIB               PIC S9(7) COMP-3.
           05  ACTS-TIME-EIB               PIC S9(7) COMP-3.
           05  ACTS-OVERRIDE-BY            PIC X(8).
