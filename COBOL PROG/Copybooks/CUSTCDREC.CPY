      *=================================================*
      * CUSTCDREC  - CUSTCARD CUSTOMER MAINTENANCE      *
      *              CARD. KEYED BY THE MAKER AND       *
      *              FILED ON PENDMST BY PENDCAPT;      *
      *              CUSTMAINT APPLIES IT ONCE          *
      *              APPROVED.                          *
      *=================================================*
           05 CUC-ACTION PIC X(01).
              88 CUC-ADD VALUE "A".
              88 CUC-CHANGE VALUE "C".
              88 CUC-LINK VALUE "L".
           05 CUC-CUST-ID PIC X(08).
           05 CUC-CUST-NAME PIC X(30).
           05 CUC-ADDR-LINE1 PIC X(30).
           05 CUC-ADDR-LINE2 PIC X(30).
           05 CUC-ADDR-LINE3 PIC X(30).
           05 CUC-ACCT-NO PIC X(10).
           05 CUC-OPER-ID PIC X(08).
