      *              SUCCESSFUL POSTING, WRITTEN BY      *
      *              VSAMFILE WITH BEFORE AND AFTER      *
      *              BALANCE IMAGES FOR AUDIT AND        *
      *              STATEMENT USE. INTPOST (INTR),      *
      *              FEEPOST (FEES) AND ACCTMAINT        *
      *              (OPEN) JOURNAL THEIR OWN BALANCE    *
      *              MOVEMENTS IN THE SAME LAYOUT, WITH  *
      *              JR-TRANSNO SET TO THE ACCOUNT.      *
      *              THE BALANCE IMAGES ARE SIGNED, AS   *
      *              AN OVERDRAWN ACCOUNT IS NEGATIVE.   *
      *              TRANJRNL IS INDEXED ON JR-KEY:      *
      *              ACCOUNT, POSTING DATE AND A         *
      *              SEQUENCE NUMBER THAT EACH WRITER    *
      *              SETS TO ONE MORE THAN THE HIGHEST   *
      *              ALREADY ON FILE FOR THAT ACCOUNT    *
      *              AND DATE, SO AN ACCOUNT'S ENTRIES   *
      *              READ BACK IN POSTING ORDER.         *
      *=================================================*
           05 JR-KEY.
              10 JR-ACCT-NO PIC X(10).
              10 JR-BUS-DATE PIC 9(08).
              10 JR-SEQ-NO PIC 9(06).
           05 JR-TRANSNO PIC X(10).
           05 JR-TR-TYPE PIC X(01).
           05 JR-TR-CODE PIC X(04).
           05 JR-TR-MEMO PIC X(30).
           05 JR-TR-AMOUNT PIC 9(7)V99.
           05 JR-BAL-BEFORE PIC S9(7)V99.
           05 JR-BAL-AFTER PIC S9(7)V99.
