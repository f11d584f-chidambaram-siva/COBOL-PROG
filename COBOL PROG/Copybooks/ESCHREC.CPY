      *=================================================*
      * ESCHREC    - ESCHMST UNCLAIMED-PROPERTY MASTER  *
      *              RECORD LAYOUT, KEYED BY ES-ACCT-NO.*
      *              WRITTEN BY ESCHEAT WHEN A LONG-    *
      *              DORMANT ACCOUNT IS PUT UNDER       *
      *              NOTICE. ES-LAST-ACT-DATE IS THE    *
      *              ACCOUNT'S ACTIVITY DATE AT NOTICE; *
      *              ANY LATER ACTIVITY OR A            *
      *              REACTIVATION STOPS THE PROCESS.    *
      *              AN ACCOUNT STILL UNCLAIMED ON      *
      *              ES-DUE-DATE IS ESCHEATED.          *
      *=================================================*
           05 ES-ACCT-NO PIC X(10).
           05 ES-CUST-ID PIC X(08).
           05 ES-OWNER-NAME PIC X(30).
           05 ES-STATUS PIC X(01).
              88 ES-UNDER-NOTICE VALUE "N".
              88 ES-STOPPED VALUE "S".
              88 ES-ESCHEATED VALUE "E".
           05 ES-LETTER-SW PIC X(01).
              88 ES-LETTER-MAILED VALUE "Y".
           05 ES-NOTICE-DATE PIC 9(08).
           05 ES-DUE-DATE PIC 9(08).
           05 ES-LAST-ACT-DATE PIC 9(08).
           05 ES-NOTICE-BAL PIC 9(7)V99.
           05 ES-STOP-DATE PIC 9(08).
           05 ES-STOP-REASON PIC X(20).
           05 ES-ESCHEAT-DATE PIC 9(08).
           05 ES-ESCHEAT-AMT PIC 9(7)V99.
