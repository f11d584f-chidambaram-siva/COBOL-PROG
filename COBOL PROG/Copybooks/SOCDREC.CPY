      *=================================================*
      * SOCDREC    - SOCARD STANDING-ORDER MAINTENANCE  *
      *              CARD. KEYED BY THE MAKER AND       *
      *              FILED ON PENDMST BY PENDCAPT;      *
      *              STORMAINT APPLIES IT ONCE          *
      *              APPROVED.                          *
      *=================================================*
           05 SOC-ACTION PIC X(01).
              88 SOC-ADD VALUE "A".
              88 SOC-CANCEL VALUE "C".
              88 SOC-REACTIVATE VALUE "R".
           05 SOC-ID PIC X(10).
           05 SOC-FROM-ACCT PIC X(10).
           05 SOC-TO-ACCT PIC X(10).
           05 SOC-AMOUNT PIC 9(7)V99.
           05 SOC-FREQ PIC X(01).
           05 SOC-NEXT-DUE PIC 9(08).
           05 SOC-MEMO PIC X(20).
           05 SOC-OPER-ID PIC X(08).
