      *=================================================*
      * RUNLEDREC  - RUNLEDG BATCH RUN-LEDGER RECORD,   *
      *              KEYED BY BUSINESS DATE AND STEP    *
      *              NAME. EVERY BATCH PROGRAM RECORDS  *
      *              ITS START HERE AND, AT A NORMAL    *
      *              END, ITS COMPLETION, RETURN CODE   *
      *              AND UP TO FOUR KEY COUNTS. A STEP  *
      *              LEFT STARTED (S) NEVER REACHED ITS *
      *              END. A RERUN OVERWRITES THE        *
      *              TIMES AND ADDS TO RL-RUN-COUNT.    *
      *              TIMES ARE HHMMSSHH.                *
      *=================================================*
           05 RL-KEY.
              10 RL-BUS-DATE PIC 9(08).
              10 RL-STEP PIC X(10).
           05 RL-STATUS PIC X(01).
              88 RL-STARTED VALUE "S".
              88 RL-COMPLETE VALUE "C".
              88 RL-FAILED VALUE "F".
              88 RL-REFUSED VALUE "R".
           05 RL-RUN-COUNT PIC 9(03).
           05 RL-START-DATE PIC 9(08).
           05 RL-START-TIME PIC 9(08).
           05 RL-END-DATE PIC 9(08).
           05 RL-END-TIME PIC 9(08).
           05 RL-RETURN-CODE PIC 9(04).
           05 RL-MESSAGE PIC X(30).
           05 RL-COUNTS.
              10 RL-COUNT-ENTRY OCCURS 4 TIMES.
                 15 RL-CNT-LABEL PIC X(10).
                 15 RL-CNT-VALUE PIC 9(09).
