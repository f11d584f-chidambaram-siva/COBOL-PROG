      *=================================================*
      * ACHREGREC  - ACHREG CLEARING ENTRY REGISTER     *
      *              RECORD LAYOUT, KEYED BY BUSINESS   *
      *              DATE AND TRACE NUMBER. ACHINBD     *
      *              REGISTERS EVERY ENTRY OF A         *
      *              BALANCED INBOUND FILE, EITHER AS   *
      *              FORWARDED (F) TO TRANEDIT OR AS    *
      *              RETURNED (R) AT INTAKE WHEN IT     *
      *              COULD NEVER POST. AFTER VSAMFILE,  *
      *              ACHRETN MARKS EACH FORWARDED ENTRY *
      *              POSTED (P) FROM THE JOURNAL OR     *
      *              RETURNED (R) FROM REJFILE, WITH    *
      *              THE STANDARD RETURN REASON, AND    *
      *              WRITES THE RETURNS FILE FROM HERE. *
      *=================================================*
           05 RG-KEY.
              10 RG-BUS-DATE PIC 9(08).
              10 RG-TRACE-NO PIC X(15).
           05 RG-FILE-DATE PIC 9(08).
           05 RG-FH-ORIGIN-ID PIC X(10).
           05 RG-FH-DEST-ID PIC X(10).
           05 RG-BATCH-NO PIC 9(07).
           05 RG-ORIGINATOR-ID PIC X(10).
           05 RG-COMPANY-NAME PIC X(16).
           05 RG-SEC-CODE PIC X(03).
           05 RG-ACH-TRAN-CODE PIC 9(02).
           05 RG-ACCT-NO PIC X(17).
           05 RG-INDIV-ID PIC X(15).
           05 RG-INDIV-NAME PIC X(22).
           05 RG-DR-CR PIC X(01).
              88 RG-CREDIT VALUE "C".
              88 RG-DEBIT VALUE "D".
           05 RG-AMOUNT PIC 9(08)V99.
           05 RG-STATUS PIC X(01).
              88 RG-FORWARDED VALUE "F".
              88 RG-POSTED VALUE "P".
              88 RG-RETURNED VALUE "R".
           05 RG-RJ-REASON PIC X(02).
           05 RG-RETURN-REASON PIC X(03).
           05 RG-RESOLVED-DATE PIC 9(08).
