      * ACCTREC    - ACCOUNT1 MASTER RECORD LAYOUT       *
      *              SHARED BY ALL PROGRAMS THAT OPEN    *
      *              THE ACCOUNT1 (ACCOUNTF) VSAM FILE.  *
      *              BALANCE IS SIGNED: AN ACCOUNT WITH  *
      *              AN ARRANGED OVERDRAFT MAY BE DRAWN  *
      *              DOWN TO MINUS ACCT-OD-LIMIT. THE    *
      *              DATE IT WENT OVERDRAWN IS KEPT BY   *
      *              OVDRSCAN IN ACCT-OD-SINCE-DATE.     *
      *              ESCHEAT SETS STATUS "E" ONCE THE    *
      *              BALANCE HAS BEEN TURNED OVER TO THE *
      *              STATE; SUCH AN ACCOUNT IS TREATED   *
      *              AS CLOSED.                          *
      *=================================================*
           05 ACCT-NO PIC X(10).
           05 CUST-NAME PIC X(30).
           05 ACCT-TYPE PIC X(01).
           05 BALANCE PIC S9(7)V99.
           05 ACCT-STATUS PIC X(01).
              88 ACCT-ACTIVE VALUE "A".
              88 ACCT-INACTIVE VALUE "I".
              88 ACCT-DORMANT VALUE "D".
              88 ACCT-ESCHEATED VALUE "E".
           05 ACCT-LAST-ACT-DATE PIC 9(08).
           05 ACCT-CUST-ID PIC X(08).
           05 ACCT-OD-LIMIT PIC 9(7)V99.
           05 ACCT-OD-SINCE-DATE PIC 9(08).
