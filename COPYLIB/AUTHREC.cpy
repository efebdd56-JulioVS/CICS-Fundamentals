      *    THE PRESENCE OF A RECORD IS THE ENTITLEMENT; THE GRANT      *
      *    FIELDS SAY WHO PUT IT THERE AND WHEN, FOR THE SECURITY      *
      *    REVIEWERS.  THE FILE IS LOADED AND PRUNED BY IDCAMS/BATCH   *
      *    UNDER SECURITY'S CONTROL - AUTHRCRT LISTS THE GRANTS FOR    *
      *    PERIODIC RECERTIFICATION AND APPLIES THE REVIEWED REVOKE    *
      *    DECK - AND THERE IS DELIBERATELY NO ONLINE MAINTENANCE      *
      *    TRANSACTION FOR IT.                                         *
      *****************************************************************
       01  AUTH-RECORD.
           05  AUTH-KEY.
