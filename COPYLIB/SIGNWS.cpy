      *    SIGNLKUP.CPY.  THE DEFAULT IS 12 HOURS; A PROGRAM THAT      *
      *    NEEDS A TIGHTER OR LOOSER WINDOW MOVES ITS OWN VALUE IN     *
      *    BEFORE PERFORMING SIGNON-LOOKUP.                            *
      *                                                                *
      *    ACTSREC (THE OPERATOR-KEYED ACTIVE-SESSION FILE ACTSESSF)   *
      *    COMES IN HERE TOO, BECAUSE THE STALE-SIGNON EXPIRY IN       *
      *    SIGNLKUP REMOVES THE SESSION ALONG WITH THE QUEUE.          *
      *****************************************************************
       COPY SIGNREC.
       COPY ACTSREC.

       01  WS-SIGNON-FIELDS.
           05  WS-SIGNON-RESP              PIC S9(8) COMP.
           05  WS-ACTS-RESP                PIC S9(8) COMP.
           05  WS-CURRENT-OPERATOR-ID      PIC X(8).
           05  WS-SIGNON-MAX-AGE-SECS      PIC S9(8) COMP VALUE 43200.
           05  WS-SIGNON-AGE-SECS          PIC S9(8) COMP.
