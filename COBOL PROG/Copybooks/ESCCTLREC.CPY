      *=================================================*
      * ESCCTLREC  - ESCHEAT CONTROL RECORD. WRITTEN BY *
      *              ESCHEAT WITH THE DAY'S FINAL       *
      *              INTEREST CREDITED TO ESCHEATED     *
      *              ACCOUNTS AND THE BALANCES MOVED TO *
      *              THE ESCHEAT LIABILITY; READ BY     *
      *              TRIALBAL AND GLEXTRACT WHEN        *
      *              STAMPED WITH TODAY'S DATE.         *
      *=================================================*
           05 EC-ESCHEAT-INTEREST PIC 9(09)V99.
           05 EC-ESCHEAT-TOTAL PIC 9(09)V99.
           05 EC-ACCTS-ESCHEATED PIC 9(05).
           05 EC-NOTICES-SENT PIC 9(05).
           05 EC-PROCESS-STOPPED PIC 9(05).
           05 EC-BUS-DATE PIC 9(08).
