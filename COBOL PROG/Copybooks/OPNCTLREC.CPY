      *              OPENED ACCOUNTS AND THEIR STARTING   *
      *              BALANCES ARE FACTORED INTO THE       *
      *              EXPECTED CLOSING TOTAL.               *
      *              ALSO CARRIES THE DAY'S CLOSE-OUT      *
      *              SETTLEMENTS - FINAL INTEREST, CLOSING *
      *              FEES AND THE BALANCES PAID OUT BY     *
      *              TRANSFER OR OFFICIAL CHEQUE - FOR     *
      *              TRIALBAL AND GLEXTRACT.               *
      *=================================================*
           05 OC-TOTAL-OPENED-BAL PIC 9(09)V99.
           05 OC-ACCOUNTS-OPENED PIC 9(05).
           05 OC-BUS-DATE PIC 9(08).
           05 OC-CLOSE-INTEREST PIC 9(09)V99.
           05 OC-CLOSE-FEES PIC 9(09)V99.
           05 OC-XFER-PAYOUT PIC 9(09)V99.
           05 OC-CHEQUE-PAYOUT PIC 9(09)V99.
           05 OC-ACCOUNTS-CLOSED PIC 9(05).
