      *=================================================*
      * TAXHREC    - TAXHIST INTEREST TAX HISTORY       *
      *              RECORD LAYOUT, KEYED BY TAX YEAR   *
      *              AND CUSTOMER. INTTAX KEEPS ONE     *
      *              RECORD PER CUSTOMER PAID INTEREST  *
      *              IN THE YEAR. TH-CURR-AMOUNT IS THE *
      *              NET INTEREST FOUND BY THE LATEST   *
      *              RUN; TH-FILED-AMOUNT IS WHAT WAS   *
      *              LAST REPORTED TO THE TAX AUTHORITY *
      *              (ZERO IF UNDER THE THRESHOLD), SO  *
      *              A CORRECTIONS RUN FILES AN AMENDED *
      *              RECORD ONLY WHERE THE TWO DIFFER.  *
      *=================================================*
           05 TH-KEY.
              10 TH-TAX-YEAR PIC 9(04).
              10 TH-CUST-ID PIC X(08).
           05 TH-CURR-AMOUNT PIC 9(09)V99.
           05 TH-ACCT-COUNT PIC 9(03).
           05 TH-FILED-AMOUNT PIC 9(09)V99.
           05 TH-FILED-SW PIC X(01).
              88 TH-FILED VALUE "Y".
              88 TH-NOT-FILED VALUE "N".
           05 TH-ORIG-DATE PIC 9(08).
           05 TH-CORR-COUNT PIC 9(03).
           05 TH-LAST-CORR-DATE PIC 9(08).
