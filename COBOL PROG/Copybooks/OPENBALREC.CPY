      *              AND A TRAILER WITH RECORD COUNT AND *
      *              BALANCE TOTAL SO A TRUNCATED OR     *
      *              STALE EXTRACT CAN BE DETECTED       *
      *              BEFORE IT IS USED. BALANCES ARE     *
      *              SIGNED; AN OVERDRAWN ACCOUNT IS     *
      *              EXTRACTED AS A NEGATIVE BALANCE.    *
      *=================================================*
           05 OB-REC-TYPE PIC X(01).
              88 OB-DETAIL-REC VALUE "D".
           05 OB-DETAIL-DATA.
              10 OB-ACCT-NO PIC X(10).
              10 OB-ACCT-TYPE PIC X(01).
              10 OB-BALANCE PIC S9(7)V99.
           05 OB-TRAILER-DATA REDEFINES OB-DETAIL-DATA.
              10 OB-TRL-REC-COUNT PIC 9(07).
              10 OB-TRL-BAL-TOTAL PIC S9(11)V99.
           05 OB-BUS-DATE PIC 9(08).
