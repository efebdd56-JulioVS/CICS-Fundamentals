      *                         SAME FAIL-LOUD POSTURE AS THE PARMIN   *
      *                         CHECKS.  PERFORM IT IN EVERY AUDSTGF   *
      *                         READER BEFORE ANY PROCESSING.          *
      *    RUN-CONTROL-VERIFY-PRIOR                                    *
      *                         THE SAME TEST FOR THE STEP NAMED IN    *
      *                         WS-RCTL-PRIOR-PROGRAM, FOR A STEP THAT *
      *                         MUST NOT RUN UNTIL ANOTHER STEP HAS    *
      *                         ENDED CLEANLY FOR THE PARM DATE.       *
      *                                                                *
      *    EACH PARAGRAPH OPENS AND CLOSES RUNCTLF AROUND ITS OWN      *
      *    REQUEST SO THE HOST PROGRAM'S FILE HANDLING IS UNTOUCHED.   *
      *    A MISSING OR UNWRITABLE RUNCTLF ABENDS THE JOB - AN         *
      *    UNENFORCED GUARD IS THE PROBLEM THIS FILE EXISTS TO FIX.    *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *   15OCT26 - ADDED RUN-CONTROL-VERIFY-PRIOR, WHICH CHECKS FOR A *
      *             CLEAN END RECORD FROM ANY NAMED STEP (WS-RCTL-     *
      *             PRIOR-PROGRAM IN RUNCTLWS), NOT ONLY AUDSTAGE.     *
      *****************************************************************
       RUN-CONTROL-START.
           OPEN I-O RUN-CONTROL-FILE
               STOP RUN
           END-IF
           CLOSE RUN-CONTROL-FILE.

       RUN-CONTROL-VERIFY-PRIOR.
           OPEN I-O RUN-CONTROL-FILE
           IF NOT WS-RCTLF-OK
               DISPLAY WS-RCTL-PROGRAM ': RUNCTLF OPEN FAILED - '
                   'STATUS ' WS-RCTLF-STATUS ' - ABENDING'
               STOP RUN
           END-IF
           MOVE WS-RCTL-RUN-DATE       TO RCTL-KEY-RUN-DATE
           MOVE WS-RCTL-PRIOR-PROGRAM  TO RCTL-KEY-PROGRAM
           MOVE 'E'                    TO RCTL-KEY-TYPE
           READ RUN-CONTROL-FILE
           IF NOT WS-RCTLF-OK
               DISPLAY WS-RCTL-PROGRAM ': ' WS-RCTL-PRIOR-PROGRAM
                   ' HAS NOT RUN FOR DATE ' WS-RCTL-RUN-DATE
                   ' - ABENDING'
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF
           IF NOT RCTL-STAT-OK
               DISPLAY WS-RCTL-PROGRAM ': ' WS-RCTL-PRIOR-PROGRAM
                   ' DID NOT COMPLETE CLEANLY FOR DATE '
                   WS-RCTL-RUN-DATE ' - STATUS ' RCTL-STATUS
                   ' - ABENDING'
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF
           CLOSE RUN-CONTROL-FILE.
