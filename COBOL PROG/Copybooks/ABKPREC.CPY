              88 BK-DETAIL-REC VALUE "D".
              88 BK-TRAILER-REC VALUE "T".
           05 BK-DETAIL-DATA.
              10 BK-ACCT-IMAGE PIC X(84).
           05 BK-TRAILER-DATA REDEFINES BK-DETAIL-DATA.
              10 BK-TRL-REC-COUNT PIC 9(07).
              10 BK-TRL-BAL-TOTAL PIC S9(11)V99.
              10 FILLER PIC X(64).
           05 BK-BUS-DATE PIC 9(08).
