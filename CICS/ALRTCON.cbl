      *    EVERY ALERT FIRED.  THRESHOLD MAINTENANCE LIVES IN THE      *
      *    COMPANION ALRTMNT TRANSACTION (ALRTMNT.CBL), IN THE         *
      *    TREGMNT KEYED-LINE STYLE.                                   *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *   15OCT26 - SHOWS SLA ALERTS (SLACHK.CPY) NEXT TO THE          *
      *             EXCEPTION ALERTS.  THE SUMMARY SPLITS TODAY'S      *
      *             ALERTS INTO EXCEPTION AND SLA COUNTS, AND THE      *
      *             DETAIL SCREEN NAMES THE ALERT TYPE AND, FOR AN SLA *
      *             ALERT, SHOWS THE BREACH COUNT, COMPLETED COUNT AND *
      *             TARGET SECONDS IN PLACE OF EIBRESP/EIBRESP2.  THE  *
      *             COMMAREA NOW CARRIES THE DISPLAYED ALERT'S TYPE    *
      *             WITH ITS TRANSACTION ID, AND PF6 ACKNOWLEDGES THAT *
      *             TRANSACTION AND TYPE, SO AN SLA ALERT IS           *
      *             ACKNOWLEDGED THE SAME WAY AS AN EXCEPTION ALERT    *
      *             WITHOUT SILENCING THE OTHER.                       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTCON.
       01  WS-ALRTCON-COMMAREA.
           05  WS-CA-ALERT-PAGE            PIC S9(4) COMP.
           05  WS-CA-ALERT-TRAN            PIC X(4).
           05  WS-CA-ALERT-TYPE            PIC X(1).

       01  WS-INQ-FIELDS.
           05  WS-INQ-RESP                 PIC S9(8) COMP.
       01  WS-COUNT-FIELDS.
           05  WS-ALERTS-TODAY-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-UNACKED-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-EXCP-ALERT-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-SLA-ALERT-COUNT          PIC 9(5) VALUE ZERO.

       01  WS-BROWSE-FIELDS.
           05  WS-BROWSE-DONE-SWITCH       PIC X(1).
               88  WS-BROWSE-DONE          VALUE 'Y'.
               88  WS-BROWSE-MORE          VALUE 'N'.

      *    FOR AN SLA ALERT THE RESP/RESP2 SLOTS HOLD THE COMPLETED
      *    COUNT AND TARGET SECONDS (AFIR-SLA-DETAIL IN ALERTREC).
       01  WS-ALERT-TABLE.
           05  WS-ALRT-ENTRY OCCURS 20 TIMES.
               10  WS-ALRT-TRAN-ID         PIC X(4).
               10  WS-ALRT-TYPE            PIC X(1).
               10  WS-ALRT-TERM-ID         PIC X(4).
               10  WS-ALRT-RESP            PIC S9(8) COMP.
               10  WS-ALRT-RESP2           PIC S9(8) COMP.
               10  WS-ALRT-TIME            PIC 9(7).
               10  WS-ALRT-ACK-FLAG        PIC X(1).
               10  WS-ALRT-ACK-OPER        PIC X(8).
       01  WS-ALRT-SWAP-ENTRY              PIC X(38).
       01  WS-ALRT-SAVED                   PIC 9(2) VALUE ZERO.
       01  WS-ALRT-PICK                    PIC 9(2).
       01  WS-ALRT-SLOT                    PIC 9(2).
               10  WS-SUM-UNACK-COUNT      PIC ZZZZ9.
               10  FILLER                  PIC X(33) VALUE SPACES.
           05  WS-SUM-LINE-3.
               10  FILLER                  PIC X(20)
                   VALUE '  EXCEPTION ALERTS  '.
               10  WS-SUM-EXCP-COUNT       PIC ZZZZ9.
               10  FILLER                  PIC X(17)
                   VALUE '  SLA ALERTS     '.
               10  WS-SUM-SLA-COUNT        PIC ZZZZ9.
               10  FILLER                  PIC X(33) VALUE SPACES.
           05  WS-SUM-LINE-4.
               10  FILLER                  PIC X(46)
                   VALUE 'ENTER=REFRESH  PF5=ALERT DETAIL  PF3=END'.
               10  FILLER                  PIC X(34) VALUE SPACES.
               10  WS-DTL-PAGES            PIC Z9.
               10  FILLER                  PIC X(22)
                   VALUE ' TODAY (NEWEST FIRST)'.
               10  FILLER                  PIC X(2)  VALUE SPACES.
               10  WS-DTL-TYPE             PIC X(15).
               10  FILLER                  PIC X(27) VALUE SPACES.
           05  WS-DTL-LINE-2.
               10  FILLER                  PIC X(5)  VALUE 'TRAN '.
               10  WS-DTL-TRAN-ID          PIC X(4).
                   15  FILLER              PIC X(1) VALUE '.'.
                   15  WS-DTL-TIME-SS      PIC 9(2).
               10  FILLER                  PIC X(34) VALUE SPACES.
           05  WS-DTL-LINE-3               PIC X(80).
           05  WS-DTL-LINE-4.
               10  FILLER                  PIC X(6)
                   VALUE 'ACK:  '.
                   'ENTER=SUMMARY  PF5=NEXT  PF6=ACKNOWLEDGE  PF3=END'.
               10  FILLER                  PIC X(22) VALUE SPACES.

      *    LINE 3 OF THE DETAIL SCREEN - EIBRESP/EIBRESP2 FOR AN
      *    EXCEPTION ALERT, COMPLETED COUNT AND TARGET FOR AN SLA ALERT.
       01  WS-DTL-RESP-LINE.
           05  FILLER                      PIC X(8)  VALUE 'EIBRESP '.
           05  WS-DTL-RESP                 PIC -(8)9.
           05  FILLER                      PIC X(11)
               VALUE '  EIBRESP2 '.
           05  WS-DTL-RESP2                PIC -(8)9.
           05  FILLER                      PIC X(43) VALUE SPACES.

       01  WS-DTL-SLA-LINE.
           05  FILLER                      PIC X(10)
               VALUE 'COMPLETED '.
           05  WS-DTL-SLA-COMPLETED        PIC Z(6)9.
           05  FILLER                      PIC X(14)
               VALUE '  TARGET SECS '.
           05  WS-DTL-SLA-TARGET           PIC ZZZZ9.
           05  FILLER                      PIC X(44) VALUE SPACES.

       01  WS-NO-ALERT-MSG                 PIC X(40)
           VALUE 'NO ALERTS FIRED TODAY'.
       01  WS-PICK-FIRST-MSG               PIC X(40)
           VALUE 'CONSOLE UNAVAILABLE - EIBDATE CENTURY INVALID'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(7).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN = 0
               MOVE ZERO TO WS-CA-ALERT-PAGE
               MOVE SPACES TO WS-CA-ALERT-TRAN
               MOVE SPACES TO WS-CA-ALERT-TYPE
               PERFORM 2000-GATHER-TODAY-ALERTS
               PERFORM 3000-SEND-SUMMARY-SCREEN
               PERFORM 8000-RETURN-TRANSID
               WHEN AID-ENTER
                   MOVE ZERO TO WS-CA-ALERT-PAGE
                   MOVE SPACES TO WS-CA-ALERT-TRAN
                   MOVE SPACES TO WS-CA-ALERT-TYPE
                   PERFORM 2000-GATHER-TODAY-ALERTS
                   PERFORM 3000-SEND-SUMMARY-SCREEN
                   PERFORM 8000-RETURN-TRANSID
           END-IF
           MOVE ZERO TO WS-ALERTS-TODAY-COUNT
           MOVE ZERO TO WS-UNACKED-COUNT
           MOVE ZERO TO WS-EXCP-ALERT-COUNT
           MOVE ZERO TO WS-SLA-ALERT-COUNT
           MOVE ZERO TO WS-ALRT-SAVED
           PERFORM 2100-BROWSE-FIRED-ALERTS
           PERFORM 2130-SORT-FIRED-ALERTS.
                   IF AFIR-NOT-ACKNOWLEDGED
                       ADD 1 TO WS-UNACKED-COUNT
                   END-IF
                   IF AFIR-SLA-ALERT
                       ADD 1 TO WS-SLA-ALERT-COUNT
                   ELSE
                       ADD 1 TO WS-EXCP-ALERT-COUNT
                   END-IF
                   PERFORM 2115-SAVE-FIRED-ALERT
               END-IF
           END-IF.
       2120-FILL-ALERT-SLOT.
           MOVE AFIR-KEY-TRAN-ID
               TO WS-ALRT-TRAN-ID(WS-ALRT-SLOT)
           MOVE AFIR-KEY-TYPE    TO WS-ALRT-TYPE(WS-ALRT-SLOT)
           MOVE AFIR-TERM-ID     TO WS-ALRT-TERM-ID(WS-ALRT-SLOT)
           MOVE AFIR-RESP        TO WS-ALRT-RESP(WS-ALRT-SLOT)
           MOVE AFIR-RESP2       TO WS-ALRT-RESP2(WS-ALRT-SLOT)
           MOVE WS-TIME-SEC TO WS-SUM-TIME-SS
           MOVE WS-ALERTS-TODAY-COUNT TO WS-SUM-ALERT-COUNT
           MOVE WS-UNACKED-COUNT TO WS-SUM-UNACK-COUNT
           MOVE WS-EXCP-ALERT-COUNT TO WS-SUM-EXCP-COUNT
           MOVE WS-SLA-ALERT-COUNT TO WS-SUM-SLA-COUNT
           EXEC CICS SEND TEXT
               FROM(WS-SUMMARY-SCREEN)
               LENGTH(LENGTH OF WS-SUMMARY-SCREEN)
               END-EXEC
               MOVE ZERO TO WS-CA-ALERT-PAGE
               MOVE SPACES TO WS-CA-ALERT-TRAN
               MOVE SPACES TO WS-CA-ALERT-TYPE
           ELSE
               ADD 1 TO WS-CA-ALERT-PAGE
               IF WS-CA-ALERT-PAGE > WS-ALRT-SAVED
           MOVE WS-CA-ALERT-PAGE TO WS-DTL-PAGE
           MOVE WS-ALRT-SAVED TO WS-DTL-PAGES
           MOVE WS-ALRT-TRAN-ID(WS-ALRT-PICK) TO WS-CA-ALERT-TRAN
           MOVE WS-ALRT-TYPE(WS-ALRT-PICK) TO WS-CA-ALERT-TYPE
           MOVE WS-ALRT-TRAN-ID(WS-ALRT-PICK) TO WS-DTL-TRAN-ID
           MOVE WS-ALRT-TERM-ID(WS-ALRT-PICK) TO WS-DTL-TERM-ID
           MOVE WS-ALRT-COUNT(WS-ALRT-PICK) TO WS-DTL-COUNT
           IF WS-ALRT-TYPE(WS-ALRT-PICK) = 'S'
               MOVE 'SLA ALERT' TO WS-DTL-TYPE
               MOVE WS-ALRT-RESP(WS-ALRT-PICK)
                   TO WS-DTL-SLA-COMPLETED
               MOVE WS-ALRT-RESP2(WS-ALRT-PICK)
                   TO WS-DTL-SLA-TARGET
               MOVE WS-DTL-SLA-LINE TO WS-DTL-LINE-3
           ELSE
               MOVE 'EXCEPTION ALERT' TO WS-DTL-TYPE
               MOVE WS-ALRT-RESP(WS-ALRT-PICK) TO WS-DTL-RESP
               MOVE WS-ALRT-RESP2(WS-ALRT-PICK) TO WS-DTL-RESP2
               MOVE WS-DTL-RESP-LINE TO WS-DTL-LINE-3
           END-IF
           MOVE WS-ALRT-TIME(WS-ALRT-PICK) TO WS-TIME-WORK
           PERFORM 7000-EDIT-TIME
           MOVE WS-TIME-HOUR TO WS-DTL-TIME-HH
       5100-POST-ACKNOWLEDGMENT.
           MOVE WS-CA-ALERT-TRAN TO AFIR-KEY-TRAN-ID
           MOVE WS-TODAY-CCYYDDD TO AFIR-KEY-DATE
           MOVE WS-CA-ALERT-TYPE TO AFIR-KEY-TYPE
           EXEC CICS READ
               FILE('ALRTFIRF')
               INTO(AFIR-RECORD)
