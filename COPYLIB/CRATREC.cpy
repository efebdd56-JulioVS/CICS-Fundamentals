      *****************************************************************
      *    CRATREC - CHARGEBACK RATE RECORD LAYOUT                     *
      *                                                                *
      *    ONE RECORD PER TRANSACTION CRITICALITY (TREG-CRIT H/M/L)    *
      *    PER EFFECTIVE DATE ON THE VSAM FILE CHGRATEF, GIVING THE    *
      *    PRICE DEPTCHG CHARGES FOR EACH TASK AND FOR EACH SECOND OF  *
      *    COMPLETED-TASK ELAPSED TIME.  AS WITH SLAREC, THE           *
      *    EFFECTIVE DATE IS PART OF THE KEY SO A RATE CHANGE NEVER    *
      *    OVERWRITES THE OLD PRICE - EACH TASK IS PRICED AT THE       *
      *    LATEST RATE WHOSE EFFECTIVE DATE IS ON OR BEFORE THE DAY    *
      *    THE TASK RAN, SO A MID-MONTH CHANGE SPLITS THE MONTH        *
      *    CORRECTLY.  LOADED AND PRUNED BY IDCAMS/BATCH AS FINANCE    *
      *    PUBLISHES NEW RATES.                                        *
      *****************************************************************
       01  CRAT-RECORD.
           05  CRAT-KEY.
               10  CRAT-KEY-CRIT           PIC X(1).
                   88  CRAT-CRIT-HIGH      VALUE 'H'.
                   88  CRAT-CRIT-MEDIUM    VALUE 'M'.
                   88  CRAT-CRIT-LOW       VALUE 'L'.
               10  CRAT-KEY-EFF-DATE       PIC 9(8).
           05  CRAT-TASK-RATE              PIC 9(3)V9(4).
           05  CRAT-SECOND-RATE            PIC 9(1)V9(6).
