      *=================================================*
      * ACCRREC    - ACCRMST INTEREST ACCRUAL MASTER    *
      *              RECORD LAYOUT, KEYED BY AC-ACCT-NO.*
      *              INTACCR ADDS EACH NIGHT'S INTEREST *
      *              ON THE EODSNAP CLOSING BALANCE AT  *
      *              THE RATETBL RATE IN EFFECT. THE    *
      *              ACCRUAL IS CARRIED TO FIVE         *
      *              DECIMALS; INTPOST PAYS IT OUT TO   *
      *              THE CENT AT MONTH END AND RESETS   *
      *              IT TO ZERO.                        *
      *=================================================*
           05 AC-ACCT-NO PIC X(10).
           05 AC-ACCT-TYPE PIC X(01).
           05 AC-ACCRUED PIC 9(7)V9(5).
           05 AC-LAST-RATE PIC 9V9(4).
           05 AC-LAST-ACCR-DATE PIC 9(08).
           05 AC-LAST-ACCR-AMT PIC 9(7)V9(5).
           05 AC-LAST-PAID-DATE PIC 9(08).
           05 AC-LAST-PAID-AMT PIC 9(7)V99.
