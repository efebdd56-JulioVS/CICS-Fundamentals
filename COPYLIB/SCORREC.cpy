      *****************************************************************
      *    SCORREC - MORNING SCORECARD SCHEDULER RECORD LAYOUT         *
      *                                                                *
      *    ONE FIXED-FORMAT RECORD PER SCORECARD SECTION, PLUS ONE     *
      *    OVERALL RECORD, WRITTEN BY SCORERPT FOR PICKUP BY THE       *
      *    ENTERPRISE JOB SCHEDULER'S MONITORING DASHBOARD (THE SAME   *
      *    CONSUMER AS AUDXTRCT'S FEEDREC FEED).  SCOR-STATUS IS THE   *
      *    SECTION'S RED/AMBER/GREEN RATING; SCOR-ISSUE-COUNT IS THE   *
      *    NUMBER OF THINGS BEHIND A NON-GREEN RATING (INCOMPLETE OR   *
      *    LONG STEPS, MOVED MEASURES, MISSED TARGETS, UNACKNOWLEDGED  *
      *    ALERTS, VIOLATIONS, OR NON-GREEN SECTIONS FOR OVERALL).     *
      *****************************************************************
       01  SCOR-RECORD.
           05  SCOR-RUN-DATE               PIC 9(8).
           05  SCOR-SECTION                PIC X(8).
           05  SCOR-STATUS                 PIC X(1).
               88  SCOR-STAT-GREEN         VALUE 'G'.
               88  SCOR-STAT-AMBER         VALUE 'A'.
               88  SCOR-STAT-RED           VALUE 'R'.
           05  SCOR-ISSUE-COUNT            PIC 9(7).
