      *****************************************************************
      *    MJRNWS - WORKING STORAGE FOR THE MAINTENANCE CHANGE         *
      *             JOURNAL PARAGRAPHS                                 *
      *                                                                *
      *    COPY THIS INTO WORKING-STORAGE SECTION OF ANY PROGRAM THAT  *
      *    ALSO COPIES MJRNLOG (CICS) OR MJRNPUT (BATCH) INTO ITS      *
      *    PROCEDURE DIVISION.  THE JOURNAL RECORD ITSELF (MJRNREC)    *
      *    IS NOT PULLED IN HERE: A CICS PROGRAM COPIES MJRNREC INTO   *
      *    WORKING-STORAGE ALONGSIDE THIS, A BATCH PROGRAM COPIES IT   *
      *    INTO THE FD FOR THE JOURNAL-FILE (ASSIGN TO MNTJRNF,        *
      *    INDEXED/RANDOM, RECORD KEY MJRN-KEY, FILE STATUS            *
      *    WS-MJRNF-STATUS), AS RUNCTLWS DOES FOR RCTLREC.             *
      *                                                                *
      *    A BATCH PROGRAM MOVES ITS PROGRAM NAME TO WS-MJRN-PROGRAM   *
      *    AND ITS JOB NAME TO WS-MJRN-JOB-NAME BEFORE THE FIRST       *
      *    MAINT-JOURNAL-PUT.                                          *
      *****************************************************************
       01  WS-MJRN-FIELDS.
           05  WS-MJRN-RESP                PIC S9(8) COMP.
           05  WS-MJRN-CCYYDDD             PIC 9(7).
           05  WS-MJRN-CCYYMMDD            PIC 9(8).
           05  WS-MJRN-DATE-VALID          PIC X(1).
           05  WS-MJRN-WRITE-FLAG          PIC X(1).
               88  WS-MJRN-WRITTEN         VALUE 'Y'.
               88  WS-MJRN-WRITE-FAILED    VALUE 'N'.
           05  WS-MJRN-FAILED-MSG          PIC X(40)
               VALUE 'APPLIED - BUT JOURNAL WRITE FAILED'.
           05  WS-MJRNF-STATUS             PIC X(2).
               88  WS-MJRNF-OK             VALUE '00'.
           05  WS-MJRN-PROGRAM             PIC X(8).
           05  WS-MJRN-JOB-NAME            PIC X(8).
           05  WS-MJRN-SEQUENCE            PIC 9(7) VALUE ZERO.
           05  WS-MJRN-TIME-RAW            PIC 9(8).
           05  WS-MJRN-TIME-SPLIT REDEFINES WS-MJRN-TIME-RAW.
               10  WS-MJRN-TIME-HHMMSS     PIC 9(6).
               10  WS-MJRN-TIME-HUNDREDTHS PIC 9(2).
