      *****************************************************************
      *    MNTJRPT - NIGHTLY MAINTENANCE CHANGE JOURNAL REPORT         *
      *                                                                *
      *    READS THE MAINTENANCE CHANGE JOURNAL MNTJRNF (SEE           *
      *    MJRNREC.CPY, WRITTEN BY TREGMNT, OPERMNT, ALRTMNT, RREFMNT, *
      *    DEPTMNT, INTVSTAT AND THE LOAD MODES OF TREGLOAD AND        *
      *    AUTHRCRT) FOR THE PARM-CARD RUN DATE AND PRINTS EVERY       *
      *    APPLIED CHANGE OF DAY, GROUPED BY MASTER FILE AND THEN BY   *
      *    OPERATOR (OR BATCH JOB NAME), IN TIME ORDER WITHIN EACH     *
      *    GROUP - THE JOURNAL KEY ALREADY SORTS THAT WAY, SO ONE      *
      *    KEYED BROWSE OF THE DAY IS THE WHOLE REPORT.                *
      *                                                                *
      *    EACH CHANGE PRINTS ITS TIME, TERMINAL, TRANSACTION OR       *
      *    PROGRAM, FUNCTION AND MASTER KEY, THEN ONE LINE PER FIELD   *
      *    OF THE MASTER RECORD WITH THE BEFORE AND AFTER VALUES SIDE  *
      *    BY SIDE.  ON A CHANGE, EVERY FIELD WHOSE VALUE DIFFERS IS   *
      *    FLAGGED <== CHANGED SO THE REVIEWER'S EYE GOES STRAIGHT TO  *
      *    IT; AN ADD SHOWS ONLY AFTER VALUES AND A DELETE ONLY        *
      *    BEFORE VALUES.  THE FIELD BREAKDOWN FOR EACH FILE COMES     *
      *    FROM WS-FIELD-MAP BELOW (OFFSETS AND LENGTHS OF THE FIELDS  *
      *    IN THE FILE'S RECORD COPYBOOK) - A JOURNALED FILE WITH NO   *
      *    MAP ENTRIES PRINTS ITS RAW BEFORE AND AFTER IMAGES.         *
      *                                                                *
      *    AN OPERATOR OF SPACES IS AN UNSIGNED TERMINAL AND PRINTS    *
      *    AS *UNSIGNED*.  OPERATOR, FILE AND REPORT TOTALS, WITH THE  *
      *    ADD/CHANGE/DELETE SPLIT, CLOSE OUT EACH GROUP.              *
      *                                                                *
      *    THE RUN-DATE PARAMETER CARD (PARMIN) SUPPLIES THE CCYYMMDD  *
      *    (MIRRORING AUDXTRCT'S PARMIN PATTERN).  A MISSING, EMPTY    *
      *    OR ZERO-DATE CARD ABENDS THE JOB RATHER THAN DEFAULTING.    *
      *    WRITES RUN-CONTROL START/END RECORDS (RUNCTLCK.CPY) LIKE    *
      *    THE REST OF THE NIGHTLY CHAIN.                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTJRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO MNTJRNF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MJRN-KEY
               FILE STATUS IS WS-MJRNF-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMF-STATUS.

           SELECT REPORT-FILE ASSIGN TO MNTJRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCTL-KEY
               FILE STATUS IS WS-RCTLF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           RECORD CONTAINS 226 CHARACTERS.
           COPY MJRNREC.

       FD  PARM-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  PARM-RUN-DATE                   PIC 9(8).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                     PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY RCTLREC.

       WORKING-STORAGE SECTION.
       COPY RUNCTLWS.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-MJRNF-STATUS             PIC X(2).
               88  WS-MJRNF-OK             VALUE '00'.
           05  WS-PARMF-STATUS             PIC X(2).
               88  WS-PARMF-OK             VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(2).
               88  WS-REPORT-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-FIRST-GROUP-SWITCH       PIC X(1) VALUE 'Y'.
               88  WS-FIRST-GROUP          VALUE 'Y'.
           05  WS-MAP-FOUND-SWITCH         PIC X(1).
               88  WS-MAP-FOUND            VALUE 'Y'.
               88  WS-MAP-NOT-FOUND        VALUE 'N'.

       01  WS-RUN-DATE                     PIC 9(8) VALUE ZERO.

       01  WS-BREAK-FIELDS.
           05  WS-PREV-FILE                PIC X(8) VALUE SPACES.
           05  WS-PREV-OPERATOR-ID         PIC X(8) VALUE SPACES.

      *    FIELD MAP - ONE ENTRY PER FIELD OF EACH JOURNALED MASTER
      *    RECORD: FILE NAME, PRINTED FIELD NAME, 1-BASED OFFSET AND
      *    LENGTH IN THE RECORD IMAGE.  KEEP IN STEP WITH THE RECORD
      *    COPYBOOKS (TREGREC, OPERREC, ALERTREC THRS-RECORD,
      *    RESPREF, AUTHREC, DEPTREC, INTVREC ICTL-RECORD).  LENGTHS
      *    ARE AT MOST 30.
       01  WS-FIELD-MAP-VALUES.
           05  FILLER PIC X(26) VALUE 'TRANREGFTRAN ID     001004'.
           05  FILLER PIC X(26) VALUE 'TRANREGFDESCRIPTION 005030'.
           05  FILLER PIC X(26) VALUE 'TRANREGFDEPARTMENT  035008'.
           05  FILLER PIC X(26) VALUE 'TRANREGFCRITICALITY 043001'.
           05  FILLER PIC X(26) VALUE 'OPERMSTFOPERATOR ID 001008'.
           05  FILLER PIC X(26) VALUE 'OPERMSTFNAME        009030'.
           05  FILLER PIC X(26) VALUE 'OPERMSTFDEPARTMENT  039008'.
           05  FILLER PIC X(26) VALUE 'OPERMSTFSTATUS      047001'.
           05  FILLER PIC X(26) VALUE 'OPERMSTFEFFECTIVE   048008'.
           05  FILLER PIC X(26) VALUE 'OPERMSTFEXPIRY      056008'.
           05  FILLER PIC X(26) VALUE 'ALRTTHRFTRAN ID     001004'.
           05  FILLER PIC X(26) VALUE 'ALRTTHRFDAILY LIMIT 005005'.
           05  FILLER PIC X(26) VALUE 'ALRTTHRFDESTINATION 010004'.
           05  FILLER PIC X(26) VALUE 'ALRTTHRFSLA PCT     014003'.
           05  FILLER PIC X(26) VALUE 'RESPREFFEIBRESP     001008'.
           05  FILLER PIC X(26) VALUE 'RESPREFFEIBRESP2    009008'.
           05  FILLER PIC X(26) VALUE 'RESPREFFCONDITION   017012'.
           05  FILLER PIC X(26) VALUE 'RESPREFFMEANING     029025'.
           05  FILLER PIC X(26) VALUE 'RESPREFFACTION      054025'.
           05  FILLER PIC X(26) VALUE 'TRANAUTFSUBJECT     001008'.
           05  FILLER PIC X(26) VALUE 'TRANAUTFTRAN ID     009004'.
           05  FILLER PIC X(26) VALUE 'TRANAUTFGRANTED BY  013008'.
           05  FILLER PIC X(26) VALUE 'TRANAUTFGRANTED ON  021008'.
           05  FILLER PIC X(26) VALUE 'DEPTMSTFDEPT CODE   001008'.
           05  FILLER PIC X(26) VALUE 'DEPTMSTFDESCRIPTION 009030'.
           05  FILLER PIC X(26) VALUE 'DEPTMSTFCOST CENTER 039008'.
           05  FILLER PIC X(26) VALUE 'DEPTMSTFMANAGER     047008'.
           05  FILLER PIC X(26) VALUE 'DEPTMSTFSTATUS      055001'.
           05  FILLER PIC X(26) VALUE 'INTVCTLFTRAN ID     001004'.
           05  FILLER PIC X(26) VALUE 'INTVCTLFINTERVAL MIN005003'.
           05  FILLER PIC X(26) VALUE 'INTVCTLFSTATUS      008001'.
       01  WS-FIELD-MAP REDEFINES WS-FIELD-MAP-VALUES.
           05  WS-MAP-ENTRY OCCURS 31 TIMES.
               10  WS-MAP-FILE             PIC X(8).
               10  WS-MAP-FIELD-NAME       PIC X(12).
               10  WS-MAP-OFFSET           PIC 9(3).
               10  WS-MAP-LENGTH           PIC 9(3).
       01  WS-MAP-COUNT                    PIC 9(3) VALUE 31.
       01  WS-MAP-SUBSCRIPT                PIC 9(3).

       01  WS-GROUP-COUNTS.
           05  WS-OPER-CHANGE-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-FILE-CHANGE-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-JOURNAL-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-ADD-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-CHANGE-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-DELETE-COUNT             PIC 9(7) VALUE ZERO.

       01  WS-TIME-SPLIT-FIELDS.
           05  WS-TIME-WORK                PIC 9(6).
           05  WS-TIME-WORK-SPLIT REDEFINES WS-TIME-WORK.
               10  WS-TIME-HH              PIC 9(2).
               10  WS-TIME-MM              PIC 9(2).
               10  WS-TIME-SS              PIC 9(2).

       01  WS-HEADING-1                    PIC X(60)
           VALUE 'MAINTENANCE CHANGE JOURNAL REPORT'.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
           05  WS-H2-RUN-DATE              PIC 9(8).

       01  WS-BLANK-LINE                   PIC X(1)  VALUE SPACES.

       01  WS-FILE-HEADER-LINE.
           05  FILLER                      PIC X(6)  VALUE 'FILE: '.
           05  WS-FHL-FILE                 PIC X(8).

       01  WS-OPER-HEADER-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(10)
               VALUE 'OPERATOR: '.
           05  WS-OHL-OPERATOR-ID          PIC X(10).

       01  WS-UNSIGNED-LITERAL             PIC X(10)
           VALUE '*UNSIGNED*'.

       01  WS-CHANGE-LINE.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-CL-TIME.
               10  WS-CL-HH                PIC 9(2).
               10  FILLER                  PIC X(1)  VALUE '.'.
               10  WS-CL-MM                PIC 9(2).
               10  FILLER                  PIC X(1)  VALUE '.'.
               10  WS-CL-SS                PIC 9(2).
           05  FILLER                      PIC X(7)  VALUE '  TERM '.
           05  WS-CL-TERM-ID               PIC X(4).
           05  FILLER                      PIC X(6)  VALUE '  VIA '.
           05  WS-CL-SOURCE-ID             PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-CL-ACTION                PIC X(6).
           05  FILLER                      PIC X(6)  VALUE '  KEY '.
           05  WS-CL-RECORD-KEY            PIC X(16).

       01  WS-FIELD-COLUMN-HEADING.
           05  FILLER                      PIC X(8)  VALUE SPACES.
           05  FILLER                      PIC X(14) VALUE 'FIELD'.
           05  FILLER                      PIC X(32) VALUE 'BEFORE'.
           05  FILLER                      PIC X(32) VALUE 'AFTER'.

       01  WS-FIELD-LINE.
           05  FILLER                      PIC X(8)  VALUE SPACES.
           05  WS-FL-FIELD-NAME            PIC X(12).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FL-BEFORE                PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FL-AFTER                 PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FL-FLAG                  PIC X(11).

       01  WS-CHANGED-LITERAL              PIC X(11)
           VALUE '<== CHANGED'.

       01  WS-IMAGE-LINE.
           05  FILLER                      PIC X(8)  VALUE SPACES.
           05  WS-IL-LABEL                 PIC X(8).
           05  WS-IL-IMAGE                 PIC X(80).

       01  WS-OPER-TOTAL-LINE.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  FILLER                      PIC X(22)
               VALUE 'CHANGES BY OPERATOR   '.
           05  WS-OTL-COUNT                PIC ZZZ,ZZ9.

       01  WS-FILE-TOTAL-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'CHANGES TO'.
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-FTL-FILE                 PIC X(8).
           05  FILLER                      PIC X(5)  VALUE SPACES.
           05  WS-FTL-COUNT                PIC ZZZ,ZZ9.

       01  WS-NO-CHANGES-MSG               PIC X(60)
           VALUE '  (NO JOURNALED CHANGES FOR THIS DATE)'.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(26)
               VALUE 'JOURNAL RECORDS FOR DATE  '.
           05  WS-TL1-COUNT                PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(26)
               VALUE '  ADDS                    '.
           05  WS-TL2-COUNT                PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-3.
           05  FILLER                      PIC X(26)
               VALUE '  CHANGES                 '.
           05  WS-TL3-COUNT                PIC ZZZ,ZZ9.

       01  WS-TOTAL-LINE-4.
           05  FILLER                      PIC X(26)
               VALUE '  DELETES                 '.
           05  WS-TL4-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-JOURNAL
           PERFORM 5000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-DATE-PARM
           MOVE 'MNTJRPT' TO WS-RCTL-PROGRAM
           MOVE WS-RUN-DATE TO WS-RCTL-RUN-DATE
           PERFORM RUN-CONTROL-START
           OPEN INPUT JOURNAL-FILE
           IF NOT WS-MJRNF-OK
               DISPLAY 'MNTJRPT: MNTJRNF OPEN FAILED - STATUS '
                   WS-MJRNF-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'MNTJRPT: REPORT FILE OPEN FAILED - STATUS '
                   WS-REPORT-STATUS
               STOP RUN
           END-IF
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-DATE TO WS-H2-RUN-DATE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       1100-READ-RUN-DATE-PARM.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARMF-OK
               DISPLAY 'MNTJRPT: PARMIN OPEN FAILED - STATUS '
                   WS-PARMF-STATUS
               DISPLAY 'MNTJRPT: RUN DATE PARM IS REQUIRED - ABENDING'
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY 'MNTJRPT: PARMIN IS EMPTY'
                   DISPLAY
                       'MNTJRPT: RUN DATE PARM IS REQUIRED - ABENDING'
                   CLOSE PARM-FILE
                   STOP RUN
           END-READ
           IF PARM-RUN-DATE = ZERO
               DISPLAY 'MNTJRPT: PARMIN RUN DATE IS ZERO/BLANK'
               DISPLAY
                   'MNTJRPT: RUN DATE PARM IS REQUIRED - ABENDING'
               CLOSE PARM-FILE
               STOP RUN
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           CLOSE PARM-FILE.

       2000-REPORT-JOURNAL.
           MOVE WS-RUN-DATE TO MJRN-KEY-DATE
           MOVE LOW-VALUES  TO MJRN-KEY-FILE
           MOVE LOW-VALUES  TO MJRN-KEY-OPERATOR-ID
           MOVE ZERO        TO MJRN-KEY-TIME
           MOVE LOW-VALUES  TO MJRN-KEY-TERM-ID
           MOVE ZERO        TO MJRN-KEY-TASKN
           START JOURNAL-FILE KEY >= MJRN-KEY
           IF NOT WS-MJRNF-OK
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM 2100-READ-JOURNAL
           END-IF
           PERFORM 2200-REPORT-ONE-CHANGE
               UNTIL WS-END-OF-FILE
           IF WS-FIRST-GROUP
               MOVE WS-NO-CHANGES-MSG TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 2700-WRITE-OPER-TOTAL
               PERFORM 2800-WRITE-FILE-TOTAL
           END-IF.

       2100-READ-JOURNAL.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               IF MJRN-KEY-DATE NOT = WS-RUN-DATE
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-IF.

       2200-REPORT-ONE-CHANGE.
           ADD 1 TO WS-JOURNAL-READ-COUNT
           IF WS-FIRST-GROUP
               OR MJRN-KEY-FILE NOT = WS-PREV-FILE
               IF NOT WS-FIRST-GROUP
                   PERFORM 2700-WRITE-OPER-TOTAL
                   PERFORM 2800-WRITE-FILE-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-GROUP-SWITCH
               PERFORM 2300-START-FILE-GROUP
               PERFORM 2400-START-OPER-GROUP
           ELSE
               IF MJRN-KEY-OPERATOR-ID NOT = WS-PREV-OPERATOR-ID
                   PERFORM 2700-WRITE-OPER-TOTAL
                   PERFORM 2400-START-OPER-GROUP
               END-IF
           END-IF
           ADD 1 TO WS-OPER-CHANGE-COUNT
           ADD 1 TO WS-FILE-CHANGE-COUNT
           PERFORM 3000-WRITE-CHANGE
           PERFORM 2100-READ-JOURNAL.

       2300-START-FILE-GROUP.
           MOVE MJRN-KEY-FILE TO WS-PREV-FILE
           MOVE ZERO TO WS-FILE-CHANGE-COUNT
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE MJRN-KEY-FILE TO WS-FHL-FILE
           MOVE WS-FILE-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2400-START-OPER-GROUP.
           MOVE MJRN-KEY-OPERATOR-ID TO WS-PREV-OPERATOR-ID
           MOVE ZERO TO WS-OPER-CHANGE-COUNT
           IF MJRN-KEY-OPERATOR-ID = SPACES
               MOVE WS-UNSIGNED-LITERAL TO WS-OHL-OPERATOR-ID
           ELSE
               MOVE MJRN-KEY-OPERATOR-ID TO WS-OHL-OPERATOR-ID
           END-IF
           MOVE WS-OPER-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2700-WRITE-OPER-TOTAL.
           MOVE WS-OPER-CHANGE-COUNT TO WS-OTL-COUNT
           MOVE WS-OPER-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       2800-WRITE-FILE-TOTAL.
           MOVE WS-PREV-FILE TO WS-FTL-FILE
           MOVE WS-FILE-CHANGE-COUNT TO WS-FTL-COUNT
           MOVE WS-FILE-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3000-WRITE-CHANGE.
           MOVE MJRN-KEY-TIME TO WS-TIME-WORK
           MOVE WS-TIME-HH TO WS-CL-HH
           MOVE WS-TIME-MM TO WS-CL-MM
           MOVE WS-TIME-SS TO WS-CL-SS
           MOVE MJRN-KEY-TERM-ID TO WS-CL-TERM-ID
           MOVE MJRN-SOURCE-ID TO WS-CL-SOURCE-ID
           MOVE MJRN-RECORD-KEY TO WS-CL-RECORD-KEY
           EVALUATE TRUE
               WHEN MJRN-ACTION-ADD
                   MOVE 'ADD' TO WS-CL-ACTION
                   ADD 1 TO WS-ADD-COUNT
               WHEN MJRN-ACTION-CHANGE
                   MOVE 'CHANGE' TO WS-CL-ACTION
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN MJRN-ACTION-DELETE
                   MOVE 'DELETE' TO WS-CL-ACTION
                   ADD 1 TO WS-DELETE-COUNT
               WHEN OTHER
                   MOVE MJRN-ACTION TO WS-CL-ACTION
           END-EVALUATE
           MOVE WS-CHANGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           SET WS-MAP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-MAP-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-MAP-SUBSCRIPT > WS-MAP-COUNT
               IF WS-MAP-FILE(WS-MAP-SUBSCRIPT) = MJRN-KEY-FILE
                   IF WS-MAP-NOT-FOUND
                       SET WS-MAP-FOUND TO TRUE
                       MOVE WS-FIELD-COLUMN-HEADING TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   PERFORM 3100-WRITE-FIELD-LINE
               END-IF
           END-PERFORM
           IF WS-MAP-NOT-FOUND
               PERFORM 3200-WRITE-RAW-IMAGES
           END-IF.

       3100-WRITE-FIELD-LINE.
           MOVE WS-MAP-FIELD-NAME(WS-MAP-SUBSCRIPT)
               TO WS-FL-FIELD-NAME
           MOVE SPACES TO WS-FL-BEFORE
           MOVE SPACES TO WS-FL-AFTER
           MOVE SPACES TO WS-FL-FLAG
           IF NOT MJRN-ACTION-ADD
               MOVE MJRN-BEFORE-IMAGE(WS-MAP-OFFSET(WS-MAP-SUBSCRIPT):
                   WS-MAP-LENGTH(WS-MAP-SUBSCRIPT)) TO WS-FL-BEFORE
           END-IF
           IF NOT MJRN-ACTION-DELETE
               MOVE MJRN-AFTER-IMAGE(WS-MAP-OFFSET(WS-MAP-SUBSCRIPT):
                   WS-MAP-LENGTH(WS-MAP-SUBSCRIPT)) TO WS-FL-AFTER
           END-IF
           IF MJRN-ACTION-CHANGE
               AND WS-FL-BEFORE NOT = WS-FL-AFTER
               MOVE WS-CHANGED-LITERAL TO WS-FL-FLAG
           END-IF
           MOVE WS-FIELD-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3200-WRITE-RAW-IMAGES.
           MOVE 'BEFORE: ' TO WS-IL-LABEL
           MOVE MJRN-BEFORE-IMAGE TO WS-IL-IMAGE
           MOVE WS-IMAGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'AFTER:  ' TO WS-IL-LABEL
           MOVE MJRN-AFTER-IMAGE TO WS-IL-IMAGE
           MOVE WS-IMAGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       5000-WRITE-TOTALS.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-JOURNAL-READ-COUNT TO WS-TL1-COUNT
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ADD-COUNT TO WS-TL2-COUNT
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHANGE-COUNT TO WS-TL3-COUNT
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DELETE-COUNT TO WS-TL4-COUNT
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY 'MNTJRPT: JOURNAL RECORDS REPORTED '
               WS-JOURNAL-READ-COUNT.

       9000-TERMINATE.
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           MOVE WS-JOURNAL-READ-COUNT TO WS-RCTL-IN
           MOVE WS-CHANGE-COUNT TO WS-RCTL-OUT
           COMPUTE WS-RCTL-OTHER = WS-ADD-COUNT + WS-DELETE-COUNT
           PERFORM RUN-CONTROL-END.

       COPY RUNCTLCK.
