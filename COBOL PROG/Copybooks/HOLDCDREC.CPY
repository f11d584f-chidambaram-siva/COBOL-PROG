      *=================================================*
      * HOLDCDREC  - HOLDCARD FUNDS-HOLD MAINTENANCE    *
      *              CARD. KEYED BY THE MAKER AND       *
      *              FILED ON PENDMST BY PENDCAPT;      *
      *              HOLDMAINT APPLIES IT ONCE          *
      *              APPROVED.                          *
      *=================================================*
           05 HC-ACTION PIC X(01).
              88 HC-PLACE VALUE "P".
              88 HC-RELEASE VALUE "R".
           05 HC-HOLD-ID PIC X(10).
           05 HC-ACCT-NO PIC X(10).
           05 HC-AMOUNT PIC 9(7)V99.
           05 HC-REASON PIC X(20).
           05 HC-EXPIRY PIC 9(08).
           05 HC-OPER-ID PIC X(08).
