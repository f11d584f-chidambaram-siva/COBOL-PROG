      *=================================================*
      * ODCTLREC   - OVDRSCAN OVERDRAWN-BALANCE CONTROL *
      *              RECORD. WRITTEN BY OVDRSCAN WITH   *
      *              THE NIGHT'S TOTAL DEBIT BALANCES   *
      *              AND THE TOTAL CARRIED FROM THE     *
      *              PREVIOUS RUN; READ BY GLEXTRACT TO *
      *              MOVE THE DAY'S CHANGE BETWEEN THE  *
      *              DEPOSIT LIABILITY AND THE          *
      *              OVERDRAFT ASSET GL ACCOUNTS.       *
      *=================================================*
           05 OD-TOTAL-DEBIT-BAL PIC 9(11)V99.
           05 OD-PRIOR-DEBIT-BAL PIC 9(11)V99.
           05 OD-ACCTS-OVERDRAWN PIC 9(07).
           05 OD-BUS-DATE PIC 9(08).
