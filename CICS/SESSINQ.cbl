      *****************************************************************
      *    SESSINQ - ACTIVE SESSION INQUIRY                            *
      *                                                                *
      *    SHOWS WHO IS SIGNED ON WHERE, FROM THE OPERATOR-KEYED       *
      *    ACTIVE-SESSION FILE ACTSESSF (SEE ACTSREC.CPY) THAT SIGNON, *
      *    SIGNOFF AND THE STALE-SIGNON EXPIRY IN SIGNLKUP KEEP IN     *
      *    STEP WITH THE TERMINALS' SIGN QUEUES.  ONE LINE PER         *
      *    SESSION: TERMINAL, OPERATOR ID AND NAME (FROM OPERMSTF),    *
      *    SIGNON TIME, AGE IN HOURS AND MINUTES, AND THE SUPERVISOR   *
      *    WHO AUTHORIZED IT WHEN IT IS A SECOND CONCURRENT SIGNON.    *
      *    SESSIONS ARE LISTED IN OPERATOR ORDER, SO AN OPERATOR       *
      *    SIGNED ON AT MORE THAN ONE TERMINAL SHOWS ON ADJACENT       *
      *    LINES.                                                      *
      *                                                                *
      *    A SESSION OLDER THAN WS-SIGNON-MAX-AGE-SECS IS NO LONGER    *
      *    HONOURED BY SIGNLKUP, SO IT IS LEFT OFF THE LIST AND ONLY   *
      *    COUNTED ON THE FOOTER LINE.  THIS IS AN INQUIRY - IT NEVER  *
      *    DELETES; THE NEXT SIGNLKUP OR SIGNON THAT MEETS THE STALE   *
      *    ENTRY EXPIRES IT.                                           *
      *                                                                *
      *    HOUSE CONVENTIONS: TRANSACTION-AUTHORIZE-CHECK ON EVERY     *
      *    INVOCATION, AIDKEYS/AIDCHECK FOR KEY HANDLING, CALENCHK ON  *
      *    RE-INVOCATION, PSEUDO-CONVERSATIONAL VIA RETURN TRANSID     *
      *    WITH A COMMAREA HOLDING THE PAGE NUMBER.  THE FILE IS       *
      *    REBROWSED ON EVERY PRESS, SO EACH PAGE IS CURRENT.  ENTER   *
      *    REFRESHES FROM PAGE 1, PF8/PF7 PAGE FORWARD/BACK, PF3       *
      *    EXITS.                                                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSINQ.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DFHEIBLK.
       COPY AIDKEYS.
       COPY CALENWS.
       COPY TREGREC.
       COPY OPERREC.
       COPY SIGNWS.
       COPY AUTHWS.

       01  WS-SESSINQ-COMMAREA.
           05  WS-CA-PAGE                  PIC S9(4) COMP.

       01  WS-INQ-FIELDS.
           05  WS-INQ-RESP                 PIC S9(8) COMP.
           05  WS-TODAY-CCYYDDD            PIC 9(7).
           05  WS-TODAY-CCYYMMDD           PIC 9(8).
           05  WS-TODAY-DATE-VALID         PIC X(1).
           05  WS-TIME-MIN-SEC             PIC 9(4).
           05  WS-TIME-WORK                PIC 9(7).
           05  WS-TIME-HOUR                PIC 9(2).
           05  WS-TIME-MIN                 PIC 9(2).
           05  WS-TIME-SEC                 PIC 9(2).
           05  WS-AGE-MIN-SECS             PIC 9(4).
           05  WS-AGE-HOUR                 PIC 9(2).
           05  WS-AGE-MIN                  PIC 9(2).

       01  WS-COUNT-FIELDS.
           05  WS-CURRENT-COUNT            PIC 9(5).
           05  WS-STALE-COUNT              PIC 9(5).
           05  WS-PAGE-COUNT               PIC 9(4).
           05  WS-FIRST-ON-PAGE            PIC 9(5).
           05  WS-LAST-ON-PAGE             PIC 9(5).
           05  WS-PAGE-SIZE                PIC 9(2) VALUE 12.

       01  WS-BROWSE-FIELDS.
           05  WS-BROWSE-DONE-SWITCH       PIC X(1).
               88  WS-BROWSE-DONE          VALUE 'Y'.
               88  WS-BROWSE-MORE          VALUE 'N'.

       01  WS-PAGE-TABLE.
           05  WS-PAGE-USED                PIC 9(2).
           05  WS-PAGE-SUBSCRIPT           PIC 9(2).
           05  WS-PAGE-ENTRY OCCURS 12 TIMES.
               10  WS-PE-OPER-ID           PIC X(8).
               10  WS-PE-TERM-ID           PIC X(4).
               10  WS-PE-TIME-EIB          PIC S9(7) COMP-3.
               10  WS-PE-AGE-SECS          PIC S9(8) COMP.
               10  WS-PE-OVERRIDE-BY       PIC X(8).

       01  WS-SESSION-SCREEN.
           05  WS-SES-LINE-1.
               10  FILLER                  PIC X(22)
                   VALUE 'ACTIVE SESSIONS  DATE '.
               10  WS-SES-DATE             PIC 9(8).
               10  FILLER                  PIC X(5)  VALUE '  AT '.
               10  WS-SES-TIME.
                   15  WS-SES-TIME-HH      PIC 9(2).
                   15  FILLER              PIC X(1) VALUE '.'.
                   15  WS-SES-TIME-MM      PIC 9(2).
                   15  FILLER              PIC X(1) VALUE '.'.
                   15  WS-SES-TIME-SS      PIC 9(2).
               10  FILLER                  PIC X(7)  VALUE '  PAGE '.
               10  WS-SES-PAGE             PIC ZZZ9.
               10  FILLER                  PIC X(4)  VALUE ' OF '.
               10  WS-SES-PAGES            PIC ZZZ9.
               10  FILLER                  PIC X(18) VALUE SPACES.
           05  WS-SES-LINE-2.
               10  FILLER                  PIC X(40)
                   VALUE 'TERM  OPERATOR  NAME'.
               10  FILLER                  PIC X(40)
                   VALUE '      SIGNED ON  AGE    OVERRIDE'.
           05  WS-SES-DETAIL-LINE OCCURS 12 TIMES.
               10  WS-SES-TERM-ID          PIC X(4).
               10  FILLER                  PIC X(2).
               10  WS-SES-OPER-ID          PIC X(8).
               10  FILLER                  PIC X(2).
               10  WS-SES-OPER-NAME        PIC X(30).
               10  FILLER                  PIC X(2).
               10  WS-SES-SIGNON-TIME      PIC X(8).
               10  FILLER                  PIC X(2).
               10  WS-SES-AGE              PIC X(5).
               10  FILLER                  PIC X(2).
               10  WS-SES-OVERRIDE-BY      PIC X(8).
               10  FILLER                  PIC X(7).
           05  WS-SES-LINE-15.
               10  FILLER                  PIC X(17)
                   VALUE 'ACTIVE SESSIONS  '.
               10  WS-SES-CURRENT-COUNT    PIC ZZZZ9.
               10  FILLER                  PIC X(20)
                   VALUE '  STALE NOT SHOWN  '.
               10  WS-SES-STALE-COUNT      PIC ZZZZ9.
               10  FILLER                  PIC X(33) VALUE SPACES.
           05  WS-SES-LINE-16.
               10  FILLER                  PIC X(48)
                   VALUE 'ENTER=REFRESH  PF7/PF8=BACK/FORWARD  PF3=END'.
               10  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-EDIT-CLOCK.
           05  WS-EC-HH                    PIC 9(2).
           05  FILLER                      PIC X(1) VALUE '.'.
           05  WS-EC-MM                    PIC 9(2).
           05  FILLER                      PIC X(1) VALUE '.'.
           05  WS-EC-SS                    PIC 9(2).
       01  WS-EDIT-AGE.
           05  WS-EA-HH                    PIC 9(2).
           05  FILLER                      PIC X(1) VALUE ':'.
           05  WS-EA-MM                    PIC 9(2).

       01  WS-NOT-ON-MASTER                PIC X(30)
           VALUE '** NOT ON OPERATOR MASTER **'.
       01  WS-GOODBYE-MSG                  PIC X(40)
           VALUE 'ACTIVE SESSION INQUIRY ENDED'.
       01  WS-DATE-ERROR-MSG               PIC X(60)
           VALUE 'INQUIRY UNAVAILABLE - EIBDATE CENTURY INVALID'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM TRANSACTION-AUTHORIZE-CHECK
           IF WS-AUTH-ALLOWED
               IF EIBCALEN = 0
                   MOVE 1 TO WS-CA-PAGE
                   PERFORM 2000-GATHER-SESSIONS
                   PERFORM 3000-SEND-SESSION-SCREEN
                   PERFORM 8000-RETURN-TRANSID
               ELSE
                   MOVE LENGTH OF WS-SESSINQ-COMMAREA
                       TO WS-EXPECTED-CALEN
                   PERFORM COMMAREA-LENGTH-CHECK
                   MOVE DFHCOMMAREA TO WS-SESSINQ-COMMAREA
                   PERFORM 1000-HANDLE-AID-KEY
               END-IF
           END-IF
           EXEC CICS RETURN
           END-EXEC
           GOBACK.

       1000-HANDLE-AID-KEY.
           PERFORM AID-KEY-VALIDATE
           EVALUATE TRUE
               WHEN AID-PF3
                   EXEC CICS SEND TEXT
                       FROM(WS-GOODBYE-MSG)
                       LENGTH(LENGTH OF WS-GOODBYE-MSG)
                       ERASE
                       FREEKB
                   END-EXEC
               WHEN AID-ENTER
                   MOVE 1 TO WS-CA-PAGE
                   PERFORM 2000-GATHER-SESSIONS
                   PERFORM 3000-SEND-SESSION-SCREEN
                   PERFORM 8000-RETURN-TRANSID
               WHEN AID-PF8
                   ADD 1 TO WS-CA-PAGE
                   PERFORM 2000-GATHER-SESSIONS
                   IF WS-CA-PAGE > WS-PAGE-COUNT
                       MOVE WS-PAGE-COUNT TO WS-CA-PAGE
                       PERFORM 2000-GATHER-SESSIONS
                   END-IF
                   PERFORM 3000-SEND-SESSION-SCREEN
                   PERFORM 8000-RETURN-TRANSID
               WHEN AID-PF7
                   IF WS-CA-PAGE > 1
                       SUBTRACT 1 FROM WS-CA-PAGE
                   END-IF
                   PERFORM 2000-GATHER-SESSIONS
                   PERFORM 3000-SEND-SESSION-SCREEN
                   PERFORM 8000-RETURN-TRANSID
               WHEN OTHER
                   PERFORM UNSUPPORTED-KEY-ERROR
                   PERFORM 8000-RETURN-TRANSID
           END-EVALUATE.

      *    EVERY SESSION IS AGED AND COUNTED; ONLY THE CURRENT ONES
      *    THAT FALL ON THE REQUESTED PAGE ARE KEPT FOR DISPLAY.
       2000-GATHER-SESSIONS.
           CALL 'DATECNVT' USING EIBDATE WS-TODAY-CCYYDDD
               WS-TODAY-CCYYMMDD WS-TODAY-DATE-VALID
           IF WS-TODAY-DATE-VALID NOT = 'Y'
               EXEC CICS SEND TEXT
                   FROM(WS-DATE-ERROR-MSG)
                   LENGTH(LENGTH OF WS-DATE-ERROR-MSG)
                   ERASE
                   FREEKB
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF
           MOVE ZERO TO WS-CURRENT-COUNT
           MOVE ZERO TO WS-STALE-COUNT
           MOVE ZERO TO WS-PAGE-USED
           COMPUTE WS-FIRST-ON-PAGE =
               ((WS-CA-PAGE - 1) * WS-PAGE-SIZE) + 1
           COMPUTE WS-LAST-ON-PAGE =
               WS-FIRST-ON-PAGE + WS-PAGE-SIZE - 1
           PERFORM 2100-BROWSE-SESSION-FILE
           IF WS-CURRENT-COUNT = ZERO
               MOVE 1 TO WS-PAGE-COUNT
           ELSE
               COMPUTE WS-PAGE-COUNT =
                   ((WS-CURRENT-COUNT - 1) / WS-PAGE-SIZE) + 1
           END-IF.

       2100-BROWSE-SESSION-FILE.
           MOVE LOW-VALUES TO ACTS-KEY
           EXEC CICS STARTBR
               FILE('ACTSESSF')
               RIDFLD(ACTS-KEY)
               RESP(WS-INQ-RESP)
           END-EXEC
           IF WS-INQ-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-MORE TO TRUE
               PERFORM 2110-READ-NEXT-SESSION
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE('ACTSESSF')
                   RESP(WS-INQ-RESP)
               END-EXEC
           END-IF.

       2110-READ-NEXT-SESSION.
           EXEC CICS READNEXT
               FILE('ACTSESSF')
               INTO(ACTS-RECORD)
               RIDFLD(ACTS-KEY)
               RESP(WS-INQ-RESP)
           END-EXEC
           IF WS-INQ-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               MOVE ACTS-DATE-EIB TO SIGNON-DATE-EIB
               MOVE ACTS-TIME-EIB TO SIGNON-TIME-EIB
               PERFORM SIGNON-AGE-CHECK
               IF WS-SIGNON-STALE
                   ADD 1 TO WS-STALE-COUNT
               ELSE
                   ADD 1 TO WS-CURRENT-COUNT
                   IF WS-CURRENT-COUNT >= WS-FIRST-ON-PAGE
                       AND WS-CURRENT-COUNT <= WS-LAST-ON-PAGE
                       PERFORM 2120-SAVE-PAGE-ENTRY
                   END-IF
               END-IF
           END-IF.

       2120-SAVE-PAGE-ENTRY.
           ADD 1 TO WS-PAGE-USED
           MOVE ACTS-KEY-OPER-ID   TO WS-PE-OPER-ID(WS-PAGE-USED)
           MOVE ACTS-KEY-TERM-ID   TO WS-PE-TERM-ID(WS-PAGE-USED)
           MOVE ACTS-TIME-EIB      TO WS-PE-TIME-EIB(WS-PAGE-USED)
           MOVE WS-SIGNON-AGE-SECS TO WS-PE-AGE-SECS(WS-PAGE-USED)
           MOVE ACTS-OVERRIDE-BY   TO WS-PE-OVERRIDE-BY(WS-PAGE-USED).

       3000-SEND-SESSION-SCREEN.
           MOVE WS-TODAY-CCYYMMDD TO WS-SES-DATE
           MOVE EIBTIME TO WS-TIME-WORK
           PERFORM 7000-EDIT-TIME
           MOVE WS-TIME-HOUR TO WS-SES-TIME-HH
           MOVE WS-TIME-MIN TO WS-SES-TIME-MM
           MOVE WS-TIME-SEC TO WS-SES-TIME-SS
           MOVE WS-CA-PAGE TO WS-SES-PAGE
           MOVE WS-PAGE-COUNT TO WS-SES-PAGES
           MOVE WS-CURRENT-COUNT TO WS-SES-CURRENT-COUNT
           MOVE WS-STALE-COUNT TO WS-SES-STALE-COUNT
           PERFORM 3100-FORMAT-DETAIL-LINE
               VARYING WS-PAGE-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-PAGE-SUBSCRIPT > WS-PAGE-SIZE
           EXEC CICS SEND TEXT
               FROM(WS-SESSION-SCREEN)
               LENGTH(LENGTH OF WS-SESSION-SCREEN)
               ERASE
               FREEKB
           END-EXEC.

       3100-FORMAT-DETAIL-LINE.
           MOVE SPACES TO WS-SES-DETAIL-LINE(WS-PAGE-SUBSCRIPT)
           IF WS-PAGE-SUBSCRIPT <= WS-PAGE-USED
               MOVE WS-PE-TERM-ID(WS-PAGE-SUBSCRIPT)
                   TO WS-SES-TERM-ID(WS-PAGE-SUBSCRIPT)
               MOVE WS-PE-OPER-ID(WS-PAGE-SUBSCRIPT)
                   TO WS-SES-OPER-ID(WS-PAGE-SUBSCRIPT)
               PERFORM 3200-READ-OPERATOR-NAME
               MOVE WS-PE-TIME-EIB(WS-PAGE-SUBSCRIPT) TO WS-TIME-WORK
               PERFORM 7000-EDIT-TIME
               MOVE WS-TIME-HOUR TO WS-EC-HH
               MOVE WS-TIME-MIN TO WS-EC-MM
               MOVE WS-TIME-SEC TO WS-EC-SS
               MOVE WS-EDIT-CLOCK
                   TO WS-SES-SIGNON-TIME(WS-PAGE-SUBSCRIPT)
               DIVIDE WS-PE-AGE-SECS(WS-PAGE-SUBSCRIPT) BY 3600
                   GIVING WS-AGE-HOUR
                   REMAINDER WS-AGE-MIN-SECS
               DIVIDE WS-AGE-MIN-SECS BY 60
                   GIVING WS-AGE-MIN
               MOVE WS-AGE-HOUR TO WS-EA-HH
               MOVE WS-AGE-MIN TO WS-EA-MM
               MOVE WS-EDIT-AGE TO WS-SES-AGE(WS-PAGE-SUBSCRIPT)
               MOVE WS-PE-OVERRIDE-BY(WS-PAGE-SUBSCRIPT)
                   TO WS-SES-OVERRIDE-BY(WS-PAGE-SUBSCRIPT)
           END-IF.

       3200-READ-OPERATOR-NAME.
           MOVE WS-PE-OPER-ID(WS-PAGE-SUBSCRIPT) TO OPER-KEY-OPER-ID
           EXEC CICS READ
               FILE('OPERMSTF')
               INTO(OPER-RECORD)
               RIDFLD(OPER-KEY)
               RESP(WS-INQ-RESP)
           END-EXEC
           IF WS-INQ-RESP = DFHRESP(NORMAL)
               MOVE OPER-NAME TO WS-SES-OPER-NAME(WS-PAGE-SUBSCRIPT)
           ELSE
               MOVE WS-NOT-ON-MASTER
                   TO WS-SES-OPER-NAME(WS-PAGE-SUBSCRIPT)
           END-IF.

       7000-EDIT-TIME.
           DIVIDE WS-TIME-WORK BY 10000
               GIVING WS-TIME-HOUR
               REMAINDER WS-TIME-MIN-SEC
           DIVIDE WS-TIME-MIN-SEC BY 100
               GIVING WS-TIME-MIN
               REMAINDER WS-TIME-SEC.

       8000-RETURN-TRANSID.
           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(WS-SESSINQ-COMMAREA)
               LENGTH(LENGTH OF WS-SESSINQ-COMMAREA)
           END-EXEC.

       COPY AIDCHECK.
       COPY CALENCHK.
       COPY SIGNLKUP.
       COPY AUTHCHK.
