      *****************************************************************
      *    DEPTCHK - DEPARTMENT VALIDATION CHECK PARAGRAPH             *
      *                                                                *
      *    COPY THIS INTO THE PROCEDURE DIVISION OF ANY CICS PROGRAM   *
      *    THAT ALSO COPIES DEPTWS AND DFHEIBLK INTO WORKING-STORAGE   *
      *    SECTION.                                                    *
      *                                                                *
      *    MOVE THE DEPARTMENT CODE TO WS-DEPT-CHECK-CODE AND PERFORM  *
      *    DEPARTMENT-VALIDATE.  WS-DEPT-CHECK-OK IS SET ONLY WHEN     *
      *    THE CODE IS ON DEPTMSTF (SEE DEPTREC.CPY) WITH STATUS 'A';  *
      *    OTHERWISE WS-DEPT-CHECK-MSG HOLDS THE REASON READY FOR THE  *
      *    HOST'S RESULT MESSAGE.  A BLANK CODE IS UNKNOWN, NOT A      *
      *    WILDCARD.  AN UNREADABLE DEPTMSTF FAILS THE CHECK (FAIL     *
      *    CLOSED) - THE MASTER EXISTS TO STOP FREE-TEXT DEPARTMENTS.  *
      *****************************************************************
       DEPARTMENT-VALIDATE.
           SET WS-DEPT-CHECK-OK TO TRUE
           MOVE SPACES TO WS-DEPT-CHECK-MSG
           IF WS-DEPT-CHECK-CODE = SPACES
               SET WS-DEPT-CHECK-UNKNOWN TO TRUE
               MOVE WS-DEPT-UNKNOWN-MSG TO WS-DEPT-CHECK-MSG
           ELSE
               MOVE WS-DEPT-CHECK-CODE TO DEPT-KEY-CODE
               EXEC CICS READ
                   FILE('DEPTMSTF')
                   INTO(DEPT-RECORD)
                   RIDFLD(DEPT-KEY)
                   RESP(WS-DEPT-RESP)
               END-EXEC
               EVALUATE WS-DEPT-RESP
                   WHEN DFHRESP(NORMAL)
                       IF NOT DEPT-STAT-ACTIVE
                           SET WS-DEPT-CHECK-INACTIVE TO TRUE
                           MOVE WS-DEPT-INACTIVE-MSG
                               TO WS-DEPT-CHECK-MSG
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       SET WS-DEPT-CHECK-UNKNOWN TO TRUE
                       MOVE WS-DEPT-UNKNOWN-MSG TO WS-DEPT-CHECK-MSG
                   WHEN OTHER
                       SET WS-DEPT-CHECK-FAILED TO TRUE
                       MOVE WS-DEPT-FAILED-MSG TO WS-DEPT-CHECK-MSG
               END-EVALUATE
           END-IF.
