      *=================================================*
      * CTLCDREC   - CTLCARD ACCOUNT MAINTENANCE CARD.  *
      *              KEYED BY THE MAKER AND FILED ON    *
      *              PENDMST BY PENDCAPT; ACCTMAINT     *
      *              APPLIES IT ONCE APPROVED.          *
      *=================================================*
           05 CTL-ACTION PIC X(01).
              88 CTL-OPEN VALUE "O".
              88 CTL-CLOSE VALUE "C".
              88 CTL-REACTIVATE VALUE "R".
              88 CTL-CHG-TYPE VALUE "T".
              88 CTL-OD-LIMIT-CHG VALUE "L".
           05 CTL-ACCT-NO PIC X(10).
           05 CTL-CUST-NAME PIC X(30).
           05 CTL-ACCT-TYPE PIC X(01).
           05 CTL-OPEN-BAL PIC 9(7)V99.
           05 CTL-OD-LIMIT PIC 9(7)V99.
           05 CTL-PAYOUT-METHOD PIC X(01).
              88 CTL-PAY-TRANSFER VALUE "T".
              88 CTL-PAY-CHEQUE VALUE "C".
           05 CTL-PAYOUT-ACCT PIC X(10).
           05 CTL-OPER-ID PIC X(08).
