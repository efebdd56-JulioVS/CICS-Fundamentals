      *****************************************************************
      *    MJRNLOG - MAINTENANCE CHANGE JOURNAL PARAGRAPH (ONLINE)     *
      *                                                                *
      *    COPY THIS INTO THE PROCEDURE DIVISION OF ANY CICS           *
      *    MAINTENANCE PROGRAM THAT ALSO COPIES MJRNREC AND MJRNWS,    *
      *    SIGNWS AND DFHEIBLK INTO WORKING-STORAGE SECTION AND        *
      *    SIGNLKUP INTO ITS PROCEDURE DIVISION.  SIGNON-LOOKUP MUST   *
      *    ALREADY HAVE RUN IN THE TASK (TRANSACTION-AUTHORIZE-CHECK   *
      *    DOES THIS) SO WS-CURRENT-OPERATOR-ID IS SET.                *
      *                                                                *
      *    AFTER A SUCCESSFUL WRITE, REWRITE OR DELETE OF THE MASTER   *
      *    RECORD, MOVE THE FILE NAME TO MJRN-KEY-FILE, THE FUNCTION   *
      *    (A/C/D) TO MJRN-ACTION, THE MASTER KEY TO MJRN-RECORD-KEY   *
      *    AND THE BEFORE AND AFTER RECORD IMAGES TO                   *
      *    MJRN-BEFORE-IMAGE/MJRN-AFTER-IMAGE, THEN PERFORM            *
      *    MAINT-JOURNAL-WRITE.  THE PARAGRAPH STAMPS THE DATE,        *
      *    TIME, OPERATOR, TERMINAL AND TASK AND WRITES MNTJRNF.       *
      *                                                                *
      *    THE MASTER CHANGE HAS ALREADY BEEN APPLIED WHEN THIS RUNS,  *
      *    SO A JOURNAL FAILURE CANNOT UNDO IT; INSTEAD THE FAILURE    *
      *    SETS WS-MJRN-WRITE-FAILED AND THE HOST PUTS                 *
      *    WS-MJRN-FAILED-MSG ON THE SCREEN, SO THE OPERATOR KNOWS     *
      *    THE CHANGE IS UNJOURNALED AND CAN REPORT IT.  AS WITH       *
      *    ERRCAP, AN UNVALIDATABLE EIBDATE CENTURY IS NOT WRITTEN     *
      *    UNDER A ZEROED DATE - HERE IT COUNTS AS A FAILED WRITE.     *
      *****************************************************************
       MAINT-JOURNAL-WRITE.
           CALL 'DATECNVT' USING EIBDATE WS-MJRN-CCYYDDD
               WS-MJRN-CCYYMMDD WS-MJRN-DATE-VALID
           IF WS-MJRN-DATE-VALID = 'Y'
               MOVE WS-MJRN-CCYYMMDD       TO MJRN-KEY-DATE
               MOVE WS-CURRENT-OPERATOR-ID TO MJRN-KEY-OPERATOR-ID
               MOVE EIBTIME                TO MJRN-KEY-TIME
               MOVE EIBTRMID               TO MJRN-KEY-TERM-ID
               MOVE EIBTASKN               TO MJRN-KEY-TASKN
               MOVE EIBTRNID               TO MJRN-SOURCE-ID
               EXEC CICS WRITE
                   FILE('MNTJRNF')
                   FROM(MJRN-RECORD)
                   RIDFLD(MJRN-KEY)
                   RESP(WS-MJRN-RESP)
               END-EXEC
               IF WS-MJRN-RESP = DFHRESP(NORMAL)
                   SET WS-MJRN-WRITTEN TO TRUE
               ELSE
                   SET WS-MJRN-WRITE-FAILED TO TRUE
               END-IF
           ELSE
               SET WS-MJRN-WRITE-FAILED TO TRUE
           END-IF.
