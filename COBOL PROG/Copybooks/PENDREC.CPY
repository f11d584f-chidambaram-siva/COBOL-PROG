      *=================================================*
      * PENDREC    - PENDMST PENDING MAINTENANCE RECORD *
      *              LAYOUT, KEYED BY PN-PEND-ID (KEYING*
      *              DATE AND SEQUENCE). PENDCAPT FILES *
      *              EVERY MAINTENANCE CARD HERE AS     *
      *              PENDING; PENDAPPR RECORDS THE      *
      *              CHECKER'S APPROVE OR DECLINE, OR   *
      *              EXPIRES IT; THE MAINTENANCE        *
      *              PROGRAM APPLIES ONLY APPROVED      *
      *              ITEMS AND RECORDS THE RESULT. EACH *
      *              CARD LAYOUT ENDS IN THE MAKER'S    *
      *              OPERATOR ID.                       *
      *=================================================*
           05 PN-PEND-ID.
              10 PN-ID-DATE PIC 9(08).
              10 PN-ID-SEQ PIC 9(04).
           05 PN-MAINT-TYPE PIC X(04).
              88 PN-TYPE-ACCT VALUE "ACCT".
              88 PN-TYPE-CUST VALUE "CUST".
              88 PN-TYPE-HOLD VALUE "HOLD".
              88 PN-TYPE-SORD VALUE "SORD".
           05 PN-ACTION PIC X(01).
           05 PN-ITEM-KEY PIC X(10).
           05 PN-STATUS PIC X(01).
              88 PN-PENDING VALUE "P".
              88 PN-APPROVED VALUE "A".
              88 PN-DECLINED VALUE "D".
              88 PN-EXPIRED VALUE "E".
              88 PN-APPLIED VALUE "X".
              88 PN-APPLY-FAILED VALUE "F".
           05 PN-MAKER-ID PIC X(08).
           05 PN-CHECKER-ID PIC X(08).
           05 PN-KEYED-DATE PIC 9(08).
           05 PN-EXPIRY-DATE PIC 9(08).
           05 PN-DECIDED-DATE PIC 9(08).
           05 PN-APPLIED-DATE PIC 9(08).
           05 PN-REASON PIC X(20).
           05 PN-RESULT PIC X(25).
           05 PN-CARD-IMAGE PIC X(147).
