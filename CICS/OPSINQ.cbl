      *                                                                *
      *    EVERY REPORT WE HAVE (CAPRPT, RESPRPT, AUDXTRCT, ELAPSRPT)  *
      *    IS NIGHTLY BATCH, SO DURING THE DAY THE OPERATIONS DESK IS  *
      *    FLYING BLIND.  THIS TRANSACTION SHOWS TODAY'S COUNTS FROM   *
      *    THE INTRADAY STATISTICS FILE INTVSTF (SEE INTVREC.CPY),     *
      *    WRITTEN EVERY INTERVAL BY THE INTVSTAT BACKGROUND TASK:     *
      *    TRANSACTIONS TODAY AND THIS HOUR, ENTRY-ONLY (IN-FLIGHT OR  *
      *    DEAD) TASKS, AND THE EXCEPTION COUNT WITH THE WORST-        *
      *    OFFENDING TRANSACTION ID, UP TO THE END OF THE LAST         *
      *    COLLECTED INTERVAL.  PF5 PAGES THROUGH THE MOST RECENT      *
      *    EXCEPTION DETAIL RECORDS, NEWEST FIRST; PF6 SHOWS TODAY'S   *
      *    INTERVALS AS A TIMELINE, NEWEST FIRST, PAGED WITH PF7/PF8;  *
      *    ENTER REFRESHES THE SUMMARY; PF3 EXITS.                     *
      *                                                                *
      *    HOUSE CONVENTIONS: AIDKEYS/AIDCHECK FOR KEY HANDLING,       *
      *    CALENCHK ON RE-INVOCATION, PSEUDO-CONVERSATIONAL VIA        *
      *    RETURN TRANSID WITH A COMMAREA HOLDING THE EXCEPTION AND    *
      *    TIMELINE PAGE NUMBERS.  COUNTS ARE REREAD ON EVERY PRESS,   *
      *    SO THE SCREEN IS ALWAYS AS CURRENT AS THE LAST INTERVAL     *
      *    RATHER THAN A SNAPSHOT OF THE FIRST INVOCATION.             *
      *                                                                *
      *    INTVSTF IS KEYED DATE-FIRST, SO THE SUMMARY AND TIMELINE    *
      *    READ ONLY TODAY'S RECORDS.  EXCEPTF IS KEYED TRANSACTION-   *
      *    FIRST, NOT DATE-FIRST, SO THE PF5 DETAIL BROWSE STILL READS *
      *    THE WHOLE CLUSTER AND FILTERS ON THE KEY DATE - ACCEPTABLE  *
      *    FOR AN ON-DEMAND SCREEN NOW THAT ARCHPURG KEEPS THE         *
      *    CLUSTER TRIMMED TO ITS RETENTION WINDOW.                    *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *   REQ021  - THE PF5 EXCEPTION DETAIL SCREEN NOW DECODES THE    *
      *             (SEE RESPREF.CPY) - EXACT PAIR FIRST, THEN THE     *
      *             EIBRESP2-ZERO DEFAULT - FALLING BACK TO THE BARE   *
      *             NUMBERS WHEN NO ENTRY EXISTS.                      *
      *   15OCT26 - THE SUMMARY COUNTS NOW COME FROM THE INTRADAY      *
      *             STATISTICS FILE INTVSTF, WRITTEN BY THE INTVSTAT   *
      *             BACKGROUND TASK, INSTEAD OF A FULL AUDITF/EXCEPTF  *
      *             BROWSE ON EVERY PRESS, AND SHOW THE END OF THE     *
      *             LAST COLLECTED INTERVAL.  NEW PF6 TIMELINE OF      *
      *             TODAY'S INTERVALS, PAGED WITH PF7/PF8.  THE        *
      *             EXCEPTF BROWSE NOW RUNS ONLY FOR PF5.              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSINQ.
       COPY DFHEIBLK.
       COPY AIDKEYS.
       COPY CALENWS.
       COPY EXCPREC.
       COPY RESPREF.
       COPY INTVREC.

       01  WS-OPSINQ-COMMAREA.
           05  WS-CA-EXCP-PAGE             PIC S9(4) COMP.
           05  WS-CA-TIME-PAGE             PIC S9(4) COMP.

       01  WS-INQ-FIELDS.
           05  WS-INQ-RESP                 PIC S9(8) COMP.
           05  WS-HOUR-TRAN-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-ENTRY-ONLY-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-EXCP-TODAY-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-WORST-TRAN-ID            PIC X(4) VALUE SPACES.
           05  WS-WORST-TRAN-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-ASOF-TIME                PIC 9(6) VALUE ZERO.

       01  WS-EXCP-TRAN-TABLE.
           05  WS-XT-ENTRY OCCURS 100 TIMES.
               10  WS-XT-TRAN-ID           PIC X(4).
               10  WS-XT-COUNT             PIC 9(5).
       01  WS-XT-USED                      PIC 9(3) VALUE ZERO.
       01  WS-XT-SUBSCRIPT                 PIC 9(3).
       01  WS-XT-FOUND-SWITCH              PIC X(1).
           88  WS-XT-FOUND                 VALUE 'Y'.
           88  WS-XT-NOT-FOUND             VALUE 'N'.

       01  WS-TIMELINE-FIELDS.
           05  WS-TL-COUNT                 PIC 9(5).
           05  WS-TL-PAGE-COUNT            PIC 9(4).
           05  WS-TL-FIRST-ON-PAGE         PIC 9(5).
           05  WS-TL-LAST-ON-PAGE          PIC 9(5).
           05  WS-TL-SLOT                  PIC 9(2).
           05  WS-TL-PAGE-SIZE             PIC 9(2) VALUE 15.

       01  WS-BROWSE-FIELDS.
           05  WS-BROWSE-DONE-SWITCH       PIC X(1).
                   15  WS-SUM-TIME-SS      PIC 9(2).
               10  FILLER                  PIC X(33) VALUE SPACES.
           05  WS-SUM-LINE-2.
               10  WS-SUM-ASOF-TEXT        PIC X(32).
               10  WS-SUM-ASOF-TIME        PIC X(8).
               10  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-SUM-LINE-3.
               10  FILLER                  PIC X(20)
                   VALUE 'TRANSACTIONS TODAY  '.
               10  WS-SUM-TODAY-COUNT      PIC ZZZZ9.
                   VALUE '  THIS HOUR '.
               10  WS-SUM-HOUR-COUNT       PIC ZZZZ9.
               10  FILLER                  PIC X(38) VALUE SPACES.
           05  WS-SUM-LINE-4.
               10  FILLER                  PIC X(32)
                   VALUE 'ENTRY-ONLY (IN-FLIGHT OR DEAD)  '.
               10  WS-SUM-ENTRY-COUNT      PIC ZZZZ9.
               10  FILLER                  PIC X(43) VALUE SPACES.
           05  WS-SUM-LINE-5.
               10  FILLER                  PIC X(19)
                   VALUE 'EXCEPTIONS TODAY   '.
               10  WS-SUM-EXCP-COUNT       PIC ZZZZ9.
               10  WS-SUM-WORST-COUNT      PIC ZZZZ9.
               10  FILLER                  PIC X(1)  VALUE ')'.
               10  FILLER                  PIC X(31) VALUE SPACES.
           05  WS-SUM-LINE-6.
               10  FILLER                  PIC X(40)
                   VALUE 'ENTER=REFRESH  PF5=EXCEPTION DETAIL  '.
               10  FILLER                  PIC X(40)
                   VALUE 'PF6=INTERVAL TIMELINE  PF3=END'.

       01  WS-ASOF-LABEL                   PIC X(32)
           VALUE 'COUNTS TO END OF LAST INTERVAL '.
       01  WS-NO-ASOF-LABEL                PIC X(32)
           VALUE 'NO INTERVALS COLLECTED YET TODAY'.

       01  WS-DETAIL-SCREEN.
           05  WS-DTL-LINE-1.
                   VALUE 'ENTER=SUMMARY  PF5=NEXT OLDER  PF3=END'.
               10  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-TIMELINE-SCREEN.
           05  WS-TL-LINE-1.
               10  FILLER                  PIC X(24)
                   VALUE 'INTERVAL TIMELINE  DATE '.
               10  WS-TL-DATE              PIC 9(8).
               10  FILLER                  PIC X(7)  VALUE '  PAGE '.
               10  WS-TL-PAGE              PIC ZZZ9.
               10  FILLER                  PIC X(4)  VALUE ' OF '.
               10  WS-TL-PAGES             PIC ZZZ9.
               10  FILLER                  PIC X(21)
                   VALUE '  (MOST RECENT FIRST)'.
               10  FILLER                  PIC X(8)  VALUE SPACES.
           05  WS-TL-LINE-2.
               10  FILLER                  PIC X(40)
                   VALUE 'INTERVAL             TASKS     DONE    E'.
               10  FILLER                  PIC X(40)
                   VALUE 'NTRY     EXCP  AVG SEC  MAX SEC'.
           05  WS-TL-DETAIL-LINE OCCURS 15 TIMES.
               10  WS-TL-START-TIME        PIC X(8).
               10  WS-TL-DASH              PIC X(1).
               10  WS-TL-END-TIME          PIC X(8).
               10  FILLER                  PIC X(2).
               10  WS-TL-TASKS             PIC ZZZZZZ9.
               10  FILLER                  PIC X(2).
               10  WS-TL-DONE              PIC ZZZZZZ9.
               10  FILLER                  PIC X(2).
               10  WS-TL-ENTRY             PIC ZZZZZZ9.
               10  FILLER                  PIC X(2).
               10  WS-TL-EXCP              PIC ZZZZZZ9.
               10  FILLER                  PIC X(2).
               10  WS-TL-AVG               PIC ZZZZZZ9.
               10  FILLER                  PIC X(2).
               10  WS-TL-MAX               PIC ZZZZZZ9.
               10  FILLER                  PIC X(9).
           05  WS-TL-LINE-18.
               10  FILLER                  PIC X(48)
                   VALUE 'ENTER=SUMMARY  PF7/PF8=BACK/FORWARD  PF3=END'.
               10  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-EDIT-CLOCK.
           05  WS-EC-HH                    PIC 9(2).
           05  FILLER                      PIC X(1) VALUE '.'.
           05  WS-EC-MM                    PIC 9(2).
           05  FILLER                      PIC X(1) VALUE '.'.
           05  WS-EC-SS                    PIC 9(2).

       01  WS-NO-EXCP-MSG                  PIC X(40)
           VALUE 'NO EXCEPTIONS LOGGED TODAY'.
       01  WS-NO-INTERVALS-MSG             PIC X(40)
           VALUE 'NO INTERVALS COLLECTED YET TODAY'.
       01  WS-GOODBYE-MSG                  PIC X(40)
           VALUE 'OPERATIONS INQUIRY ENDED'.
       01  WS-DATE-ERROR-MSG               PIC X(60)
           VALUE 'INQUIRY UNAVAILABLE - EIBDATE CENTURY INVALID'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(4).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN = 0
               MOVE ZERO TO WS-CA-EXCP-PAGE
               MOVE ZERO TO WS-CA-TIME-PAGE
               PERFORM 2000-GATHER-TODAY-COUNTS
               PERFORM 3000-SEND-SUMMARY-SCREEN
               PERFORM 8000-RETURN-TRANSID
                   END-EXEC
               WHEN AID-ENTER
                   MOVE ZERO TO WS-CA-EXCP-PAGE
                   MOVE ZERO TO WS-CA-TIME-PAGE
                   PERFORM 2000-GATHER-TODAY-COUNTS
                   PERFORM 3000-SEND-SUMMARY-SCREEN
                   PERFORM 8000-RETURN-TRANSID
               WHEN AID-PF5
                   MOVE ZERO TO WS-CA-TIME-PAGE
                   PERFORM 2500-GATHER-RECENT-EXCEPTIONS
                   PERFORM 4000-SEND-EXCEPTION-DETAIL
                   PERFORM 8000-RETURN-TRANSID
               WHEN AID-PF6
                   MOVE ZERO TO WS-CA-EXCP-PAGE
                   MOVE 1 TO WS-CA-TIME-PAGE
                   PERFORM 5000-SEND-INTERVAL-TIMELINE
                   PERFORM 8000-RETURN-TRANSID
               WHEN AID-PF8
                   MOVE ZERO TO WS-CA-EXCP-PAGE
                   ADD 1 TO WS-CA-TIME-PAGE
                   PERFORM 5000-SEND-INTERVAL-TIMELINE
                   PERFORM 8000-RETURN-TRANSID
               WHEN AID-PF7
                   MOVE ZERO TO WS-CA-EXCP-PAGE
                   IF WS-CA-TIME-PAGE > 1
                       SUBTRACT 1 FROM WS-CA-TIME-PAGE
                   ELSE
                       MOVE 1 TO WS-CA-TIME-PAGE
                   END-IF
                   PERFORM 5000-SEND-INTERVAL-TIMELINE
                   PERFORM 8000-RETURN-TRANSID
               WHEN OTHER
                   PERFORM UNSUPPORTED-KEY-ERROR
                   PERFORM 8000-RETURN-TRANSID
           END-EVALUATE.

       2000-GATHER-TODAY-COUNTS.
           PERFORM 2050-SET-TODAY-DATE
           MOVE ZERO TO WS-TODAY-TRAN-COUNT
           MOVE ZERO TO WS-HOUR-TRAN-COUNT
           MOVE ZERO TO WS-ENTRY-ONLY-COUNT
           MOVE ZERO TO WS-EXCP-TODAY-COUNT
           MOVE ZERO TO WS-WORST-TRAN-COUNT
           MOVE ZERO TO WS-ASOF-TIME
           MOVE ZERO TO WS-XT-USED
           MOVE SPACES TO WS-WORST-TRAN-ID
           PERFORM 2100-BROWSE-INTERVAL-FILE
           PERFORM 2140-PICK-WORST-TRAN.

       2050-SET-TODAY-DATE.
           CALL 'DATECNVT' USING EIBDATE WS-TODAY-CCYYDDD
               WS-TODAY-CCYYMMDD WS-TODAY-DATE-VALID
           IF WS-TODAY-DATE-VALID NOT = 'Y'
           END-IF
           DIVIDE EIBTIME BY 10000
               GIVING WS-NOW-HOUR
               REMAINDER WS-TIME-MIN-SEC.

       2100-BROWSE-INTERVAL-FILE.
           MOVE LOW-VALUES TO INTV-KEY
           MOVE WS-TODAY-CCYYMMDD TO INTV-KEY-DATE
           MOVE ZERO TO INTV-KEY-START-TIME
           EXEC CICS STARTBR
               FILE('INTVSTF')
               RIDFLD(INTV-KEY)
               GTEQ
               RESP(WS-INQ-RESP)
           END-EXEC
           IF WS-INQ-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-MORE TO TRUE
               PERFORM 2110-READ-NEXT-INTERVAL
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE('INTVSTF')
                   RESP(WS-INQ-RESP)
               END-EXEC
           END-IF.

       2110-READ-NEXT-INTERVAL.
           EXEC CICS READNEXT
               FILE('INTVSTF')
               INTO(INTV-RECORD)
               RIDFLD(INTV-KEY)
               RESP(WS-INQ-RESP)
           END-EXEC
           IF WS-INQ-RESP NOT = DFHRESP(NORMAL)
               OR INTV-KEY-DATE NOT = WS-TODAY-CCYYMMDD
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF INTV-KEY-TRAN-ID = '****'
                   PERFORM 2120-POST-INTERVAL-TOTALS
               ELSE
                   IF INTV-EXCP-COUNT NOT = ZERO
                       PERFORM 2130-POST-TRAN-EXCEPTIONS
                   END-IF
               END-IF
           END-IF.

       2120-POST-INTERVAL-TOTALS.
           ADD INTV-TASK-COUNT TO WS-TODAY-TRAN-COUNT
           DIVIDE INTV-KEY-START-TIME BY 10000
               GIVING WS-REC-HOUR
               REMAINDER WS-TIME-MIN-SEC
           IF WS-REC-HOUR = WS-NOW-HOUR
               ADD INTV-TASK-COUNT TO WS-HOUR-TRAN-COUNT
           END-IF
           ADD INTV-ENTRY-COUNT TO WS-ENTRY-ONLY-COUNT
           ADD INTV-EXCP-COUNT TO WS-EXCP-TODAY-COUNT
           IF INTV-END-TIME > WS-ASOF-TIME
               MOVE INTV-END-TIME TO WS-ASOF-TIME
           END-IF.

       2130-POST-TRAN-EXCEPTIONS.
           SET WS-XT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-XT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-XT-SUBSCRIPT > WS-XT-USED
                   OR WS-XT-FOUND
               IF WS-XT-TRAN-ID(WS-XT-SUBSCRIPT) = INTV-KEY-TRAN-ID
                   SET WS-XT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-XT-FOUND
               SUBTRACT 1 FROM WS-XT-SUBSCRIPT
               ADD INTV-EXCP-COUNT TO WS-XT-COUNT(WS-XT-SUBSCRIPT)
           ELSE
               IF WS-XT-USED < 100
                   ADD 1 TO WS-XT-USED
                   MOVE INTV-KEY-TRAN-ID TO WS-XT-TRAN-ID(WS-XT-USED)
                   MOVE INTV-EXCP-COUNT TO WS-XT-COUNT(WS-XT-USED)
               END-IF
           END-IF.

       2140-PICK-WORST-TRAN.
           PERFORM VARYING WS-XT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-XT-SUBSCRIPT > WS-XT-USED
               IF WS-XT-COUNT(WS-XT-SUBSCRIPT) > WS-WORST-TRAN-COUNT
                   MOVE WS-XT-COUNT(WS-XT-SUBSCRIPT)
                       TO WS-WORST-TRAN-COUNT
                   MOVE WS-XT-TRAN-ID(WS-XT-SUBSCRIPT)
                       TO WS-WORST-TRAN-ID
               END-IF
           END-PERFORM.

       2200-BROWSE-EXCEPTION-FILE.
           MOVE LOW-VALUES TO EXCP-KEY
           EXEC CICS STARTBR
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF EXCP-KEY-DATE = WS-TODAY-CCYYDDD
                   PERFORM 2220-SAVE-RECENT-EXCEPTION
               END-IF
           END-IF.
               END-PERFORM
           END-PERFORM.

       2500-GATHER-RECENT-EXCEPTIONS.
           PERFORM 2050-SET-TODAY-DATE
           MOVE ZERO TO WS-REXCP-SAVED
           PERFORM 2200-BROWSE-EXCEPTION-FILE
           PERFORM 2230-SORT-RECENT-EXCEPTIONS.

       3000-SEND-SUMMARY-SCREEN.
           MOVE WS-TODAY-CCYYMMDD TO WS-SUM-DATE
           MOVE EIBTIME TO WS-TIME-WORK
           MOVE WS-TIME-HOUR TO WS-SUM-TIME-HH
           MOVE WS-TIME-MIN TO WS-SUM-TIME-MM
           MOVE WS-TIME-SEC TO WS-SUM-TIME-SS
           IF WS-ASOF-TIME = ZERO
               MOVE WS-NO-ASOF-LABEL TO WS-SUM-ASOF-TEXT
               MOVE SPACES TO WS-SUM-ASOF-TIME
           ELSE
               MOVE WS-ASOF-LABEL TO WS-SUM-ASOF-TEXT
               MOVE WS-ASOF-TIME TO WS-TIME-WORK
               PERFORM 7000-EDIT-TIME
               PERFORM 7100-EDIT-CLOCK
               MOVE WS-EDIT-CLOCK TO WS-SUM-ASOF-TIME
           END-IF
           MOVE WS-TODAY-TRAN-COUNT TO WS-SUM-TODAY-COUNT
           MOVE WS-HOUR-TRAN-COUNT TO WS-SUM-HOUR-COUNT
           MOVE WS-ENTRY-ONLY-COUNT TO WS-SUM-ENTRY-COUNT
               END-IF
           END-IF.

       5000-SEND-INTERVAL-TIMELINE.
           PERFORM 2050-SET-TODAY-DATE
           PERFORM 5100-BROWSE-TIMELINE
           IF WS-TL-COUNT = ZERO
               EXEC CICS SEND TEXT
                   FROM(WS-NO-INTERVALS-MSG)
                   LENGTH(LENGTH OF WS-NO-INTERVALS-MSG)
                   ERASE
                   FREEKB
               END-EXEC
               MOVE ZERO TO WS-CA-TIME-PAGE
           ELSE
               COMPUTE WS-TL-PAGE-COUNT =
                   (WS-TL-COUNT + WS-TL-PAGE-SIZE - 1)
                   / WS-TL-PAGE-SIZE
               IF WS-CA-TIME-PAGE > WS-TL-PAGE-COUNT
                   MOVE WS-TL-PAGE-COUNT TO WS-CA-TIME-PAGE
                   PERFORM 5100-BROWSE-TIMELINE
               END-IF
               MOVE WS-TODAY-CCYYMMDD TO WS-TL-DATE
               MOVE WS-CA-TIME-PAGE TO WS-TL-PAGE
               MOVE WS-TL-PAGE-COUNT TO WS-TL-PAGES
               EXEC CICS SEND TEXT
                   FROM(WS-TIMELINE-SCREEN)
                   LENGTH(LENGTH OF WS-TIMELINE-SCREEN)
                   ERASE
                   FREEKB
               END-EXEC
           END-IF.

       5100-BROWSE-TIMELINE.
           PERFORM VARYING WS-TL-SLOT FROM 1 BY 1
                   UNTIL WS-TL-SLOT > WS-TL-PAGE-SIZE
               MOVE SPACES TO WS-TL-DETAIL-LINE(WS-TL-SLOT)
           END-PERFORM
           MOVE ZERO TO WS-TL-COUNT
           COMPUTE WS-TL-FIRST-ON-PAGE =
               ((WS-CA-TIME-PAGE - 1) * WS-TL-PAGE-SIZE) + 1
           COMPUTE WS-TL-LAST-ON-PAGE =
               WS-CA-TIME-PAGE * WS-TL-PAGE-SIZE
           MOVE HIGH-VALUES TO INTV-KEY
           EXEC CICS STARTBR
               FILE('INTVSTF')
               RIDFLD(INTV-KEY)
               GTEQ
               RESP(WS-INQ-RESP)
           END-EXEC
           IF WS-INQ-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-MORE TO TRUE
               PERFORM 5110-READ-PREV-INTERVAL
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE('INTVSTF')
                   RESP(WS-INQ-RESP)
               END-EXEC
           END-IF.

       5110-READ-PREV-INTERVAL.
           EXEC CICS READPREV
               FILE('INTVSTF')
               INTO(INTV-RECORD)
               RIDFLD(INTV-KEY)
               RESP(WS-INQ-RESP)
           END-EXEC
           IF WS-INQ-RESP NOT = DFHRESP(NORMAL)
               OR INTV-KEY-DATE < WS-TODAY-CCYYMMDD
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF INTV-KEY-DATE = WS-TODAY-CCYYMMDD
                   AND INTV-KEY-TRAN-ID = '****'
                   ADD 1 TO WS-TL-COUNT
                   IF WS-TL-COUNT >= WS-TL-FIRST-ON-PAGE
                       AND WS-TL-COUNT <= WS-TL-LAST-ON-PAGE
                       PERFORM 5120-FORMAT-TIMELINE-LINE
                   END-IF
               END-IF
           END-IF.

       5120-FORMAT-TIMELINE-LINE.
           COMPUTE WS-TL-SLOT =
               WS-TL-COUNT - WS-TL-FIRST-ON-PAGE + 1
           MOVE INTV-KEY-START-TIME TO WS-TIME-WORK
           PERFORM 7000-EDIT-TIME
           PERFORM 7100-EDIT-CLOCK
           MOVE WS-EDIT-CLOCK TO WS-TL-START-TIME(WS-TL-SLOT)
           MOVE '-' TO WS-TL-DASH(WS-TL-SLOT)
           MOVE INTV-END-TIME TO WS-TIME-WORK
           PERFORM 7000-EDIT-TIME
           PERFORM 7100-EDIT-CLOCK
           MOVE WS-EDIT-CLOCK TO WS-TL-END-TIME(WS-TL-SLOT)
           MOVE INTV-TASK-COUNT TO WS-TL-TASKS(WS-TL-SLOT)
           MOVE INTV-COMPLETE-COUNT TO WS-TL-DONE(WS-TL-SLOT)
           MOVE INTV-ENTRY-COUNT TO WS-TL-ENTRY(WS-TL-SLOT)
           MOVE INTV-EXCP-COUNT TO WS-TL-EXCP(WS-TL-SLOT)
           MOVE INTV-AVG-SECS TO WS-TL-AVG(WS-TL-SLOT)
           MOVE INTV-MAX-SECS TO WS-TL-MAX(WS-TL-SLOT).

       7000-EDIT-TIME.
           DIVIDE WS-TIME-WORK BY 10000
               GIVING WS-TIME-HOUR
               GIVING WS-TIME-MIN
               REMAINDER WS-TIME-SEC.

       7100-EDIT-CLOCK.
           MOVE WS-TIME-HOUR TO WS-EC-HH
           MOVE WS-TIME-MIN TO WS-EC-MM
           MOVE WS-TIME-SEC TO WS-EC-SS.

       8000-RETURN-TRANSID.
           EXEC CICS RETURN
               TRANSID(EIBTRNID)
