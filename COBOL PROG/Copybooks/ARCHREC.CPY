              88 AR-DETAIL-REC VALUE "D".
              88 AR-TRAILER-REC VALUE "T".
           05 AR-DETAIL-DATA.
              10 AR-JRNL-IMAGE PIC X(96).
           05 AR-TRAILER-DATA REDEFINES AR-DETAIL-DATA.
              10 AR-TRL-REC-COUNT PIC 9(07).
              10 AR-TRL-AMT-TOTAL PIC 9(11)V99.
              10 AR-TRL-FROM-DATE PIC 9(08).
              10 AR-TRL-TO-DATE PIC 9(08).
              10 FILLER PIC X(60).
