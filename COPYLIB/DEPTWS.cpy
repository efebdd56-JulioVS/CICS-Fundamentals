      *****************************************************************
      *    DEPTWS - WORKING STORAGE FOR THE DEPARTMENT VALIDATION      *
      *             CHECK                                              *
      *                                                                *
      *    COPY THIS INTO WORKING-STORAGE SECTION OF ANY CICS PROGRAM  *
      *    THAT ALSO COPIES DEPTCHK INTO ITS PROCEDURE DIVISION.  IT   *
      *    BRINGS IN THE DEPARTMENT MASTER RECORD (DEPTREC) AS WELL.   *
      *****************************************************************
       COPY DEPTREC.

       01  WS-DEPT-CHECK-FIELDS.
           05  WS-DEPT-RESP                PIC S9(8) COMP.
           05  WS-DEPT-CHECK-CODE          PIC X(8).
           05  WS-DEPT-CHECK-RESULT        PIC X(1).
               88  WS-DEPT-CHECK-OK        VALUE 'Y'.
               88  WS-DEPT-CHECK-UNKNOWN   VALUE 'U'.
               88  WS-DEPT-CHECK-INACTIVE  VALUE 'I'.
               88  WS-DEPT-CHECK-FAILED    VALUE 'F'.
           05  WS-DEPT-CHECK-MSG           PIC X(40).
           05  WS-DEPT-UNKNOWN-MSG         PIC X(40)
               VALUE 'DEPARTMENT IS NOT ON THE DEPT MASTER'.
           05  WS-DEPT-INACTIVE-MSG        PIC X(40)
               VALUE 'DEPARTMENT IS INACTIVE'.
           05  WS-DEPT-FAILED-MSG          PIC X(40)
               VALUE 'DEPT MASTER READ FAILED'.
