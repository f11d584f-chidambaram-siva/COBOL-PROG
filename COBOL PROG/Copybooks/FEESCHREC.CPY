      *=================================================*
      * FEESCHREC  - FEESCHED FEE SCHEDULE RECORD, ONE  *
      *              PER ACCT-TYPE. READ BY FEEPOST FOR *
      *              THE MONTH-END SERVICE AND          *
      *              OVERDRAFT CHARGES, AND BY          *
      *              ACCTMAINT FOR THE CHARGE TAKEN     *
      *              WHEN AN ACCOUNT IS CLOSED OUT.     *
      *=================================================*
           05 FS-ACCT-TYPE PIC X(01).
           05 FS-MONTHLY-FEE PIC 9(5)V99.
           05 FS-MINBAL-FEE PIC 9(5)V99.
           05 FS-MINBAL-THRESH PIC 9(7)V99.
           05 FS-OVERDRAFT-FEE PIC 9(5)V99.
           05 FS-CLOSING-FEE PIC 9(5)V99.
