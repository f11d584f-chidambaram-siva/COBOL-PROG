           FILE STATUS IS WS-C-FS.

           SELECT TRANJRNL ASSIGN TO TRANJRNL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JR-KEY
           FILE STATUS IS WS-J-FS.

           SELECT PARMFILE ASSIGN TO PARMFILE
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HD-HOLD-ID
           FILE STATUS IS WS-H-FS.

           SELECT RUNPREQ ASSIGN TO RUNPREQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PQ-FS.

           SELECT RUNLEDG ASSIGN TO RUNLEDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-RL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT1.
       FD HOLDMST.
       01 HOLD-REC.
          COPY HOLDREC.
       FD RUNPREQ.
       01 RUNPREQ-REC.
          COPY RUNPREQREC.
       FD RUNLEDG.
       01 RUNLEDG-REC.
          COPY RUNLEDREC.
       WORKING-STORAGE SECTION.
       01 WS-A-FS PIC XX.
       01 WS-T-FS PIC XX.
       01 WS-RC-FS PIC XX.
       01 WS-BD-FS PIC XX.
       01 WS-H-FS PIC XX.
       01 WS-PQ-FS PIC XX.
       01 WS-RL-FS PIC XX.
       01 WS-BUS-DATE PIC 9(08) VALUE 0.
       01 WS-SELECT-CODE PIC X(04) VALUE SPACES.
          88 ALL-CODES-SELECTED VALUE SPACES.
       01 TOTAL-DEPOSITED PIC 9(9)V99 VALUE 0.
       01 WS-MAXWITHDRAW PIC 9(7)V99 VALUE 20000.
       01 WS-MINBAL PIC 9(7)V99 VALUE 1000.
       01 NEWBAL PIC S9(7)V99.
       01 OLDBAL PIC S9(7)V99.
       01 WS-DEBIT-FLOOR PIC S9(7)V99 VALUE 0.
       01 WS-REV-FLOOR PIC S9(7)V99 VALUE 0.
       01 PARM-TABLE.
          05 PARM-ENTRY OCCURS 10 TIMES.
             10 PTBL-ACCT-TYPE PIC X(01).
             10 TBL-ACCT-NO PIC X(10).
             10 TBL-CUST-NAME PIC X(30).
             10 TBL-ACCT-TYPE PIC X(01).
             10 TBL-BALANCE PIC S9(7)V99.
             10 TBL-ACCT-STATUS PIC X(01).
             10 TBL-LAST-ACT-DATE PIC 9(08).
             10 TBL-CUST-ID PIC X(08).
             10 TBL-OD-LIMIT PIC 9(7)V99.
             10 TBL-OD-SINCE-DATE PIC 9(08).
       01 WS-TOUCHED-COUNT PIC 9(5) VALUE 0.
       01 WS-TOUCHED-MAX PIC 9(5) VALUE 2000.
       01 WS-TOUCHED-IDX PIC 9(5) VALUE 0.
          88 STOR-PAIR-FAILED VALUE "Y".
       01 WS-STOR-FAILED-MEMO PIC X(30) VALUE SPACES.
       01 WS-FAILED-BEFORE PIC 9(5) VALUE 0.
       01 WS-FRO-SW PIC X(01) VALUE "N".
          88 ORIGINAL-FOUND VALUE "Y".
       01 WS-FRO-ORIG-CNT PIC 9(5) VALUE 0.
       01 WS-FRO-REVD-CNT PIC 9(5) VALUE 0.
       01 WS-FRO-EOF-SW PIC X(01) VALUE "N".
          88 FRO-AT-END VALUE "Y".
       01 WS-SCAN-MEMO.
          05 WS-SM-PREFIX PIC X(12).
          05 WS-SM-TRANSNO PIC X(10).
          05 WS-SM-DATE-X PIC X(08).
       01 WS-JS-HOLD-REC PIC X(96).
       01 WS-JS-LAST-SEQ PIC 9(06) VALUE 0.
       01 WS-JS-END-SW PIC X(01) VALUE "N".
          88 JS-AT-END VALUE "Y".
       01 WS-REV-REQ.
          05 WS-RQ-TRANSNO PIC X(10).
          05 WS-RQ-DATE-X PIC X(08).
          05 FILLER PIC X(12) VALUE "REVERSAL OF ".
          05 WS-RM-TRANSNO PIC X(10).
          05 WS-RM-DATE PIC 9(08).
       01 WS-REVD-SEEN-SW PIC X(01) VALUE "N".
          88 REVERSED-MATCH-SEEN VALUE "Y".
       01 WS-FRO-ACCT PIC X(10) VALUE SPACES.
       01 WS-FRO-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-FRO-TYPE PIC X(01) VALUE SPACE.
       01 WS-RP-EOF-SW PIC X(01) VALUE "N".
          88 RP-AT-EOF VALUE "Y".
       01 WS-RL-FOUND-SW PIC X(01) VALUE "N".
          88 RL-ON-FILE VALUE "Y".
       01 WS-RL-STEP PIC X(10) VALUE "VSAMFILE".
       01 WS-RL-NEW-STATUS PIC X(01) VALUE SPACE.
       01 WS-RL-REFUSE-CNT PIC 9(3) VALUE 0.
       01 WS-RL-MESSAGE PIC X(30) VALUE SPACES.
       01 WS-RL-RC PIC 9(4) VALUE 0.
       01 WS-RL-COUNTS.
          05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
             10 WS-RL-CNT-LABEL PIC X(10).
             10 WS-RL-CNT-VALUE PIC 9(9).

       PROCEDURE DIVISION.
           PERFORM READ-BUSINESS-DATE.
           PERFORM START-RUN-LEDGER.
           PERFORM READ-RUN-CONTROL.
           PERFORM READ-PARAMETERS.
           PERFORM READ-HOLDS.
           IF ALL-CODES-SELECTED
               PERFORM READ-CHECKPOINT
           END-IF.
           ELSE
               OPEN OUTPUT REJFILE
           END-IF.
           OPEN I-O TRANJRNL.
           IF WS-J-FS NOT = "00"
               OPEN OUTPUT TRANJRNL
               CLOSE TRANJRNL
               OPEN I-O TRANJRNL
           END-IF.
           PERFORM UNTIL WS-T-FS = "10"
               READ TRANSACCT
           IF ALL-CODES-SELECTED
               CLOSE CKPTFILE
           END-IF.
           PERFORM END-RUN-LEDGER.
           STOP RUN.
       READ-CHECKPOINT.
           OPEN INPUT CKPTFILE
           IF HELD-ACCT-FOUND
               MOVE HLD-AMOUNT(WS-HELD-IDX) TO WS-HELD-AMOUNT
           END-IF.
       FIND-REV-ORIGINAL.
           MOVE "N" TO WS-FRO-SW
           MOVE "N" TO WS-REVD-SEEN-SW
           MOVE 0 TO WS-FRO-ORIG-CNT
           MOVE 0 TO WS-FRO-REVD-CNT
           IF WS-RQ-DATE-X NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FRO-ACCT TO JR-ACCT-NO
           MOVE WS-RQ-DATE TO JR-BUS-DATE
           MOVE 0 TO JR-SEQ-NO
           MOVE "N" TO WS-FRO-EOF-SW
           START TRANJRNL KEY IS NOT LESS THAN JR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FRO-EOF-SW
           END-START
           PERFORM UNTIL FRO-AT-END
               READ TRANJRNL NEXT
                   AT END
                       MOVE "Y" TO WS-FRO-EOF-SW
                   NOT AT END
                       IF JR-ACCT-NO NOT = WS-FRO-ACCT
                           MOVE "Y" TO WS-FRO-EOF-SW
                       ELSE
                           PERFORM COUNT-REV-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FRO-ORIG-CNT > WS-FRO-REVD-CNT
               MOVE "Y" TO WS-FRO-SW
           ELSE
               IF WS-FRO-ORIG-CNT > 0
                   MOVE "Y" TO WS-REVD-SEEN-SW
               END-IF
           END-IF.
       COUNT-REV-ENTRY.
           IF JR-TR-AMOUNT NOT = WS-FRO-AMOUNT
               EXIT PARAGRAPH
           END-IF
           IF JR-TR-CODE = "REVR"
               MOVE JR-TR-MEMO TO WS-SCAN-MEMO
               IF WS-SM-DATE-X = WS-RQ-DATE-X
                       AND JR-TR-TYPE = WS-FRO-TYPE
                   ADD 1 TO WS-FRO-REVD-CNT
               END-IF
           ELSE
               IF JR-BUS-DATE = WS-RQ-DATE
                       AND JR-TR-TYPE NOT = WS-FRO-TYPE
                   ADD 1 TO WS-FRO-ORIG-CNT
               END-IF
           END-IF.
       REVERSAL-PROCESS.
           MOVE TR-MEMO TO WS-REV-REQ
           MOVE ACCT-NO TO WS-FRO-ACCT
           END-IF
           MOVE WS-RQ-TRANSNO TO WS-RM-TRANSNO
           MOVE WS-RQ-DATE TO WS-RM-DATE
           IF TR-IS-DEPOSIT
               PERFORM CREDIT-PROCESS
           ELSE
               PERFORM DEBIT-PROCESS
           END-IF.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE
               MOVE TBL-LAST-ACT-DATE(WS-TOUCHED-IDX) TO
                   ACCT-LAST-ACT-DATE
               MOVE TBL-CUST-ID(WS-TOUCHED-IDX) TO ACCT-CUST-ID
               MOVE TBL-OD-LIMIT(WS-TOUCHED-IDX) TO ACCT-OD-LIMIT
               MOVE TBL-OD-SINCE-DATE(WS-TOUCHED-IDX) TO
                   ACCT-OD-SINCE-DATE
           ELSE
               READ ACCOUNT1 KEY IS ACCT-NO
                   INVALID KEY
               END-READ
               PERFORM ADD-TOUCHED-ACCOUNT
           END-IF
           IF ACCT-STATUS = "I" OR ACCT-STATUS = "E"
               DISPLAY "INACTIVE ACCOUNT      :" TRANSNO
               MOVE "02" TO WS-REJ-REASON
               PERFORM WRITE-REJECT

       DEBIT-PROCESS.
           PERFORM LOOKUP-PARM
           PERFORM SET-DEBIT-FLOOR
           IF TR-AMOUNT > WS-MAXWITHDRAW
                   AND TR-CODE NOT = "OVRD"
                   AND TR-CODE NOT = "REVR"
               EXIT PARAGRAPH
           END-IF
           IF TR-CODE = "REVR"
               IF BALANCE - TR-AMOUNT < WS-REV-FLOOR
                   DISPLAY "CHECK THE BALANCE     :" TRANSNO
                   MOVE "04" TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF BALANCE - TR-AMOUNT < WS-DEBIT-FLOOR
                   DISPLAY "CHECK THE BALANCE     :" TRANSNO
                   MOVE "04" TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               PERFORM LOOKUP-HELD
               IF WS-HELD-AMOUNT > 0
                       AND BALANCE - WS-HELD-AMOUNT - TR-AMOUNT
                           < WS-DEBIT-FLOOR
                   DISPLAY "BLOCKED BY FUNDS HOLD :" TRANSNO
                   MOVE "08" TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
           PERFORM WRITE-JOURNAL
           DISPLAY "WITHDRAWAL SUCESSFUL  :" TRANSNO.

       SET-DEBIT-FLOOR.
           IF ACCT-OD-LIMIT > 0
               COMPUTE WS-DEBIT-FLOOR = 0 - ACCT-OD-LIMIT
               MOVE WS-DEBIT-FLOOR TO WS-REV-FLOOR
           ELSE
               MOVE WS-MINBAL TO WS-DEBIT-FLOOR
               MOVE 0 TO WS-REV-FLOOR
           END-IF.

       CREDIT-PROCESS.
           MOVE BALANCE TO OLDBAL
           COMPUTE NEWBAL = BALANCE + TR-AMOUNT
               MOVE ACCT-LAST-ACT-DATE TO
                   TBL-LAST-ACT-DATE(WS-TOUCHED-IDX)
               MOVE ACCT-CUST-ID TO TBL-CUST-ID(WS-TOUCHED-IDX)
               MOVE ACCT-OD-LIMIT TO TBL-OD-LIMIT(WS-TOUCHED-IDX)
               MOVE ACCT-OD-SINCE-DATE TO
                   TBL-OD-SINCE-DATE(WS-TOUCHED-IDX)
           ELSE
               IF NOT TOUCHED-FULL-WARNED
                   DISPLAY "WARNING: TOUCHED-TABLE FULL AT "
           MOVE OLDBAL TO JR-BAL-BEFORE
           MOVE NEWBAL TO JR-BAL-AFTER
           MOVE WS-BUS-DATE TO JR-BUS-DATE
           PERFORM ASSIGN-JRNL-SEQ
           WRITE JRNL-REC
               INVALID KEY
                   DISPLAY "TRANJRNL WRITE FAILED " WS-J-FS
                       " ACCOUNT " JR-ACCT-NO
           END-WRITE.
       ASSIGN-JRNL-SEQ.
           MOVE JRNL-REC TO WS-JS-HOLD-REC
           MOVE 0 TO WS-JS-LAST-SEQ
           MOVE 0 TO JR-SEQ-NO
           MOVE "N" TO WS-JS-END-SW
           START TRANJRNL KEY IS NOT LESS THAN JR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-JS-END-SW
           END-START
           PERFORM UNTIL JS-AT-END
               READ TRANJRNL NEXT
                   AT END
                       MOVE "Y" TO WS-JS-END-SW
                   NOT AT END
                       IF JR-ACCT-NO NOT = ACCT-NO
                               OR JR-BUS-DATE NOT = WS-BUS-DATE
                           MOVE "Y" TO WS-JS-END-SW
                       ELSE
                           MOVE JR-SEQ-NO TO WS-JS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-JS-HOLD-REC TO JRNL-REC
           COMPUTE JR-SEQ-NO = WS-JS-LAST-SEQ + 1.
       WRITE-REJECT.
           MOVE TRANSNO TO RJ-TRANSNO
           MOVE ACCT-NO TO RJ-ACCT-NO
           DISPLAY "TOTAL AMOUNT WITHDRAWN:" TOTAL-WITHDRAWN
           DISPLAY "TOTAL AMOUNT DEPOSITED:" TOTAL-DEPOSITED
           DISPLAY "BATCH COMPLETED SUCCESSFULLY".
       START-RUN-LEDGER.
           OPEN INPUT RUNPREQ
           IF WS-PQ-FS NOT = "00"
               DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
                   WS-PQ-FS
               DISPLAY "RUN CANNOT START WITHOUT ITS PREREQUISITES"
               STOP RUN
           END-IF
           PERFORM OPEN-RUN-LEDGER
           PERFORM UNTIL RP-AT-EOF
               READ RUNPREQ
                   AT END
                       MOVE "Y" TO WS-RP-EOF-SW
                   NOT AT END
                       PERFORM CHECK-PREREQUISITE
               END-READ
           END-PERFORM
           CLOSE RUNPREQ
           IF WS-RL-REFUSE-CNT > 0
               MOVE "R" TO WS-RL-NEW-STATUS
               PERFORM POST-LEDGER-START
               CLOSE RUNLEDG
               DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR "
                   WS-BUS-DATE
               DISPLAY "RUN CANNOT START UNTIL THEY HAVE COMPLETED"
               STOP RUN
           END-IF
           MOVE "S" TO WS-RL-NEW-STATUS
           PERFORM POST-LEDGER-START
           CLOSE RUNLEDG.
       CHECK-PREREQUISITE.
           IF RP-STEP = WS-RL-STEP
               MOVE RP-PREREQ TO RL-STEP
               PERFORM READ-RUN-LEDGER
               IF RL-ON-FILE AND RL-COMPLETE
                   CONTINUE
               ELSE
                   IF RL-ON-FILE OR NOT RP-MONTH-END
                       ADD 1 TO WS-RL-REFUSE-CNT
                       MOVE SPACES TO WS-RL-MESSAGE
                       STRING "AWAITING " RP-PREREQ
                           DELIMITED BY SIZE INTO WS-RL-MESSAGE
                       DISPLAY RP-PREREQ " HAS NOT COMPLETED FOR "
                           WS-BUS-DATE
                   END-IF
               END-IF
           END-IF
           IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
               MOVE RP-STEP TO RL-STEP
               PERFORM READ-RUN-LEDGER
               IF RL-ON-FILE AND RL-COMPLETE
                   ADD 1 TO WS-RL-REFUSE-CNT
                   MOVE SPACES TO WS-RL-MESSAGE
                   STRING "OUT OF SEQUENCE AFTER " RP-STEP
                       DELIMITED BY SIZE INTO WS-RL-MESSAGE
                   DISPLAY RP-STEP " HAS ALREADY COMPLETED - "
                       "RERUN OUT OF SEQUENCE"
               END-IF
           END-IF.
       READ-RUN-LEDGER.
           MOVE WS-BUS-DATE TO RL-BUS-DATE
           MOVE "Y" TO WS-RL-FOUND-SW
           READ RUNLEDG KEY IS RL-KEY
               INVALID KEY
                   MOVE "N" TO WS-RL-FOUND-SW
           END-READ.
       OPEN-RUN-LEDGER.
           OPEN I-O RUNLEDG
           IF WS-RL-FS NOT = "00"
               OPEN OUTPUT RUNLEDG
               CLOSE RUNLEDG
               OPEN I-O RUNLEDG
           END-IF
           IF WS-RL-FS NOT = "00"
               DISPLAY "ERROR OPENING RUNLEDG " WS-RL-FS
               STOP RUN
           END-IF.
       POST-LEDGER-START.
           MOVE WS-RL-STEP TO RL-STEP
           PERFORM READ-RUN-LEDGER
           IF RL-ON-FILE AND RL-COMPLETE AND WS-RL-NEW-STATUS = "R"
               CONTINUE
           ELSE
               IF NOT RL-ON-FILE
                   INITIALIZE RUNLEDG-REC
                   MOVE WS-BUS-DATE TO RL-BUS-DATE
                   MOVE WS-RL-STEP TO RL-STEP
               END-IF
               ADD 1 TO RL-RUN-COUNT
               MOVE WS-RL-NEW-STATUS TO RL-STATUS
               ACCEPT RL-START-DATE FROM DATE YYYYMMDD
               ACCEPT RL-START-TIME FROM TIME
               MOVE 0 TO RL-END-DATE RL-END-TIME RL-RETURN-CODE
               INITIALIZE RL-COUNTS
               MOVE WS-RL-MESSAGE TO RL-MESSAGE
               PERFORM PUT-RUN-LEDGER
           END-IF.
       PUT-RUN-LEDGER.
           IF RL-ON-FILE
               REWRITE RUNLEDG-REC
                   INVALID KEY
                       DISPLAY "RUNLEDG REWRITE FAILED:" WS-RL-FS
               END-REWRITE
           ELSE
               WRITE RUNLEDG-REC
                   INVALID KEY
                       DISPLAY "RUNLEDG WRITE FAILED:" WS-RL-FS
               END-WRITE
           END-IF.
       END-RUN-LEDGER.
           INITIALIZE WS-RL-COUNTS
           MOVE "TRANS" TO WS-RL-CNT-LABEL(1)
           MOVE TRANS TO WS-RL-CNT-VALUE(1)
           MOVE "SUCCESS" TO WS-RL-CNT-LABEL(2)
           MOVE SUCCESS TO WS-RL-CNT-VALUE(2)
           MOVE "FAILED" TO WS-RL-CNT-LABEL(3)
           MOVE FAILED TO WS-RL-CNT-VALUE(3)
           IF FAILED > 0
               MOVE 4 TO WS-RL-RC
           END-IF
           IF NOT ALL-CODES-SELECTED
               MOVE SPACES TO WS-RL-MESSAGE
               STRING "TR-CODE " WS-SELECT-CODE " ONLY"
                   DELIMITED BY SIZE INTO WS-RL-MESSAGE
           END-IF
           OPEN I-O RUNLEDG
           IF WS-RL-FS NOT = "00"
               DISPLAY "RUNLEDG NOT AVAILABLE " WS-RL-FS
               DISPLAY "END OF RUN NOT RECORDED"
           ELSE
               MOVE WS-RL-STEP TO RL-STEP
               PERFORM READ-RUN-LEDGER
               IF NOT RL-ON-FILE
                   INITIALIZE RUNLEDG-REC
                   MOVE WS-BUS-DATE TO RL-BUS-DATE
                   MOVE WS-RL-STEP TO RL-STEP
                   MOVE 1 TO RL-RUN-COUNT
               END-IF
               IF WS-RL-RC < 8
                   MOVE "C" TO RL-STATUS
               ELSE
                   MOVE "F" TO RL-STATUS
               END-IF
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE WS-RL-RC TO RL-RETURN-CODE
               MOVE WS-RL-MESSAGE TO RL-MESSAGE
               MOVE WS-RL-COUNTS TO RL-COUNTS
               PERFORM PUT-RUN-LEDGER
               CLOSE RUNLEDG
           END-IF.
