      *=================================================*
      * ACHREC     - CLEARING-HOUSE ELECTRONIC PAYMENTS *
      *              FILE RECORD, 94 BYTES. THE RECORD  *
      *              TYPE IN BYTE 1 SELECTS THE VIEW:   *
      *              1 FILE HEADER, 5 BATCH HEADER (ONE *
      *              PER ORIGINATOR BATCH), 6 ENTRY     *
      *              DETAIL, 7 RETURN ADDENDA, 8 BATCH  *
      *              CONTROL, 9 FILE CONTROL. READ BY   *
      *              ACHINBD FROM THE INBOUND ACHFILE;  *
      *              WRITTEN BY ACHRETN FOR THE         *
      *              OUTBOUND ACHRTN RETURNS FILE.      *
      *              ENTRY TRANSACTION CODES: 22/32     *
      *              CREDIT, 27/37 DEBIT TO CHECKING/   *
      *              SAVINGS; 21/31 AND 26/36 ARE THE   *
      *              RETURNS OF THOSE CREDITS/DEBITS.   *
      *              AMOUNTS ARE UNSIGNED; THE BATCH    *
      *              AND FILE CONTROLS CARRY SEPARATE   *
      *              DEBIT AND CREDIT TOTALS.           *
      *=================================================*
           05 CH-REC-TYPE PIC X(01).
              88 CH-FILE-HEADER VALUE "1".
              88 CH-BATCH-HEADER VALUE "5".
              88 CH-ENTRY-DETAIL VALUE "6".
              88 CH-ADDENDA VALUE "7".
              88 CH-BATCH-CONTROL VALUE "8".
              88 CH-FILE-CONTROL VALUE "9".
           05 CH-REC-BODY PIC X(93).
           05 CH-FH-BODY REDEFINES CH-REC-BODY.
              10 CH-FH-DEST-ID PIC X(10).
              10 CH-FH-ORIGIN-ID PIC X(10).
              10 CH-FH-FILE-DATE PIC 9(08).
              10 CH-FH-FILE-ID-MOD PIC X(01).
              10 CH-FH-DEST-NAME PIC X(23).
              10 CH-FH-ORIGIN-NAME PIC X(23).
              10 FILLER PIC X(18).
           05 CH-BH-BODY REDEFINES CH-REC-BODY.
              10 CH-BH-SEC-CODE PIC X(03).
              10 CH-BH-COMPANY-NAME PIC X(16).
              10 CH-BH-ORIGINATOR-ID PIC X(10).
              10 CH-BH-ENTRY-DESC PIC X(10).
              10 CH-BH-EFF-DATE PIC 9(08).
              10 CH-BH-BATCH-NO PIC 9(07).
              10 FILLER PIC X(39).
           05 CH-ED-BODY REDEFINES CH-REC-BODY.
              10 CH-ED-TRAN-CODE PIC 9(02).
                 88 CH-ED-CREDIT VALUE 22 32.
                 88 CH-ED-DEBIT VALUE 27 37.
                 88 CH-ED-RETURN-CREDIT VALUE 21 31.
                 88 CH-ED-RETURN-DEBIT VALUE 26 36.
              10 CH-ED-ACCT-NO PIC X(17).
              10 CH-ED-ACCT-R REDEFINES CH-ED-ACCT-NO.
                 15 CH-ED-ACCT-KEY PIC X(10).
                 15 CH-ED-ACCT-PAD PIC X(07).
              10 CH-ED-AMOUNT PIC 9(08)V99.
              10 CH-ED-INDIV-ID PIC X(15).
              10 CH-ED-INDIV-NAME PIC X(22).
              10 CH-ED-ADDENDA-IND PIC X(01).
              10 CH-ED-TRACE-NO PIC X(15).
              10 FILLER PIC X(11).
           05 CH-AD-BODY REDEFINES CH-REC-BODY.
              10 CH-AD-TYPE-CODE PIC X(02).
              10 CH-AD-RETURN-REASON PIC X(03).
              10 CH-AD-ORIG-TRACE PIC X(15).
              10 CH-AD-ORIG-DATE PIC 9(08).
              10 CH-AD-INFO PIC X(44).
              10 CH-AD-TRACE-NO PIC X(15).
              10 FILLER PIC X(06).
           05 CH-BC-BODY REDEFINES CH-REC-BODY.
              10 CH-BC-ENTRY-COUNT PIC 9(06).
              10 CH-BC-DEBIT-TOTAL PIC 9(10)V99.
              10 CH-BC-CREDIT-TOTAL PIC 9(10)V99.
              10 CH-BC-ORIGINATOR-ID PIC X(10).
              10 CH-BC-BATCH-NO PIC 9(07).
              10 FILLER PIC X(46).
           05 CH-FC-BODY REDEFINES CH-REC-BODY.
              10 CH-FC-BATCH-COUNT PIC 9(06).
              10 CH-FC-ENTRY-COUNT PIC 9(08).
              10 CH-FC-DEBIT-TOTAL PIC 9(10)V99.
              10 CH-FC-CREDIT-TOTAL PIC 9(10)V99.
              10 FILLER PIC X(55).
