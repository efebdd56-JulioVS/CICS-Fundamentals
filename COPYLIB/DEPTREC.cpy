      *****************************************************************
      *    DEPTREC - DEPARTMENT MASTER RECORD LAYOUT                   *
      *                                                                *
      *    ONE RECORD PER DEPARTMENT CODE ON THE VSAM FILE DEPTMSTF -  *
      *    THE ONE LIST OF DEPARTMENT CODES THAT TREG-DEPT AND         *
      *    OPER-DEPT ARE VALIDATED AGAINST, SO "FINANCE", "FIN" AND    *
      *    "FINANCE " STOP BEING THREE DEPARTMENTS.  MAINTAINED        *
      *    ONLINE BY DEPTMNT; READ BY THE DEPARTMENT-VALIDATE CHECK    *
      *    (DEPTCHK.CPY) IN TREGMNT AND OPERMNT, BY TREGLOAD'S LOAD    *
      *    MODE, BY THE DEPTXCHK CROSS-CHECK AND BY DEPTCHG FOR THE    *
      *    GL COST CENTER.  AN INACTIVE ('I') DEPARTMENT STAYS ON FILE *
      *    SO EXISTING RECORDS STILL RESOLVE ON REPORTS, BUT NO NEW    *
      *    REGISTRY OR OPERATOR RECORD MAY BE POINTED AT IT.           *
      *    DEPT-MGR-OPER-ID IS THE MANAGER'S OPERMSTF OPERATOR ID.     *
      *****************************************************************
       01  DEPT-RECORD.
           05  DEPT-KEY.
               10  DEPT-KEY-CODE           PIC X(8).
           05  DEPT-DESC                   PIC X(30).
           05  DEPT-COST-CENTER            PIC X(8).
           05  DEPT-MGR-OPER-ID            PIC X(8).
           05  DEPT-STATUS                 PIC X(1).
               88  DEPT-STAT-ACTIVE        VALUE 'A'.
               88  DEPT-STAT-INACTIVE      VALUE 'I'.
