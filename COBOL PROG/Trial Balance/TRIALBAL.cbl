000170     ACCOUNT1 BALANCE BY ACCT-TYPE AND COMPARES OPENING TOTAL,
000180     CLOSING TOTAL AND THE WITHDRAWN/DEPOSITED FIGURES FROM
000190     VSAMFILE'S CHECKPOINT FILE TO CATCH AN OUT-OF-BALANCE DAY.
000192     BALANCES ARE SIGNED; TOTALS ARE NET, AND THE DEBIT
000194     BALANCES OF OVERDRAWN ACCOUNTS ARE ALSO SHOWN APART FROM
000196     THE CREDIT BALANCES.
000200*----------------------------------------------------------*
000210* MODIFICATION HISTORY                                      *
000220*  DATE      BY   DESCRIPTION                                *
000244*  09/03/26  DLS  FEECTL SERVICE-CHARGE CONTROL FROM THE NEW *
000245*                 FEEPOST RUN FOLDED INTO THE EXPECTED       *
000246*                 CLOSING TOTAL THE SAME WAY AS INTCTL.      *
000247*  10/15/26  DLS  SIGNED BALANCE TOTALS FOR OVERDRAFTS; THE  *
000248*                 CLOSING POSITION IS SPLIT INTO CREDIT AND  *
000249*                 DEBIT BALANCES; A NEGATIVE DERIVED OPENING *
000250*                 TOTAL IS NO LONGER FORCED TO ZERO.         *
000251*  10/15/26  DLS  ACCTMAINT CLOSE-OUT SETTLEMENTS FROM       *
000252*                 OPNCTL (FINAL INTEREST, CLOSING FEES AND   *
000253*                 BALANCES PAID OUT) FOLDED INTO THE         *
000254*                 EXPECTED CLOSING TOTAL.                    *
000255*  10/15/26  DLS  ESCCTL FROM THE NEW ESCHEAT RUN: FINAL     *
000256*                 INTEREST AND BALANCES ESCHEATED FOLDED     *
000257*                 INTO THE EXPECTED CLOSING TOTAL.           *
000258*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000259*                 RUNPREQ AT START; START, END, RETURN       *
000260*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000261*----------------------------------------------------------*
000262 ENVIRONMENT DIVISION.
000263 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OPENBAL ASSIGN TO OPENBAL
000290         ORGANIZATION IS SEQUENTIAL
000447     SELECT FEECTL ASSIGN TO FEECTL
000448         ORGANIZATION IS SEQUENTIAL
000449         FILE STATUS IS WS-FC-FS.

000450     SELECT ESCCTL ASSIGN TO ESCCTL
000451         ORGANIZATION IS SEQUENTIAL
000452         FILE STATUS IS WS-EC-FS.
000453
000454     SELECT RUNPREQ ASSIGN TO RUNPREQ
000455         ORGANIZATION IS SEQUENTIAL
000456         FILE STATUS IS WS-PQ-FS.
000457
000458     SELECT RUNLEDG ASSIGN TO RUNLEDG
000459         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000461         RECORD KEY IS RL-KEY
000462         FILE STATUS IS WS-RL-FS.
000463
000464 DATA DIVISION.
000465 FILE SECTION.
000470 FD  OPENBAL.
000480 01  OB-REC.
000490     COPY OPENBALREC.
000638 01  FEECTL-REC.
000639     COPY FEECTLREC.

000640 FD  ESCCTL.
000641 01  ESCCTL-REC.
000642     COPY ESCCTLREC.

000643 FD  RUNPREQ.
000644 01  RUNPREQ-REC.
000645     COPY RUNPREQREC.
000646
000647 FD  RUNLEDG.
000648 01  RUNLEDG-REC.
000649     COPY RUNLEDREC.
000650
000651 WORKING-STORAGE SECTION.
000652 01  WS-OB-FS PIC X(02).
000660 01  WS-ACC-FS PIC X(02).
000670 01  WS-CK-FS PIC X(02).
000680 01  WS-IC-FS PIC X(02).
000690 01  WS-OC-FS PIC X(02).
000692 01  WS-BD-FS PIC X(02).
000693 01  WS-FC-FS PIC X(02).
000694 01  WS-EC-FS PIC X(02).
000695 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.
000696 01  WS-PREV-BUS-DATE PIC 9(08) VALUE ZERO.

000700 01  WS-OB-EOF-SW PIC X(01) VALUE "N".
000790     88 OC-FILE-PRESENT VALUE "Y".
000791 01  WS-FC-PRESENT-SW PIC X(01) VALUE "N".
000792     88 FC-FILE-PRESENT VALUE "Y".
000795 01  WS-EC-PRESENT-SW PIC X(01) VALUE "N".
000798     88 EC-FILE-PRESENT VALUE "Y".

000801 01  WS-OPENING-TOTAL PIC S9(9)V99 VALUE ZERO.
000804 01  WS-CLOSING-TOTAL PIC S9(9)V99 VALUE ZERO.
000807 01  WS-CREDIT-BAL-TOTAL PIC 9(9)V99 VALUE ZERO.
000810 01  WS-DEBIT-BAL-TOTAL PIC 9(9)V99 VALUE ZERO.
000813 01  WS-DEBIT-BAL-COUNT PIC 9(05) COMP VALUE ZERO.
000820 01  WS-WITHDRAWN-TOTAL PIC 9(9)V99 VALUE ZERO.
000830 01  WS-DEPOSITED-TOTAL PIC 9(9)V99 VALUE ZERO.
000840 01  WS-INTEREST-POSTED PIC 9(9)V99 VALUE ZERO.
000850 01  WS-OPENED-BAL PIC 9(9)V99 VALUE ZERO.
000851 01  WS-FEES-CHARGED PIC 9(9)V99 VALUE ZERO.
000852 01  WS-CLOSE-INTEREST PIC 9(9)V99 VALUE ZERO.
000853 01  WS-CLOSE-FEES PIC 9(9)V99 VALUE ZERO.
000854 01  WS-CLOSE-PAYOUT PIC 9(9)V99 VALUE ZERO.
000855 01  WS-ESCH-INTEREST PIC 9(9)V99 VALUE ZERO.
000856 01  WS-ESCHEATED PIC 9(9)V99 VALUE ZERO.
000860 01  WS-EXPECTED-CLOSING PIC S9(9)V99 VALUE ZERO.
000870 01  WS-VARIANCE PIC S9(9)V99 VALUE ZERO.
000880 01  WS-DERIVED-OPENING PIC S9(9)V99 VALUE ZERO.
000882 01  WS-OB-TRAILER-SW PIC X(01) VALUE "N".
000883     88 OB-TRAILER-SEEN VALUE "Y".
000884 01  WS-OB-DTL-COUNT PIC 9(07) VALUE ZERO.
000885 01  WS-OB-DTL-TOTAL PIC S9(11)V99 VALUE ZERO.
000886 01  WS-OB-TRL-COUNT PIC 9(07) VALUE ZERO.
000887 01  WS-OB-TRL-TOTAL PIC S9(11)V99 VALUE ZERO.
000888 01  WS-OB-TRL-DATE PIC 9(08) VALUE ZERO.
000890 01  WS-CKPT-REC-COUNT PIC 9(5) VALUE ZERO.
000900 01  WS-LAST-CKPT-STATUS PIC X(01) VALUE SPACES.
000980 01  TYPE-TABLE.
000990     05 TYPE-ENTRY OCCURS 10 TIMES.
001000        10 TT-ACCT-TYPE PIC X(01).
001001        10 TT-OPEN-TOTAL PIC S9(9)V99 VALUE ZERO.
001002        10 TT-CLOSE-TOTAL PIC S9(9)V99 VALUE ZERO.

001003 01  WS-PQ-FS PIC X(02).
001004 01  WS-RL-FS PIC X(02).
001005 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
001006     88 RP-AT-EOF VALUE "Y".
001007 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
001008     88 RL-ON-FILE VALUE "Y".
001009 01  WS-RL-STEP PIC X(10) VALUE "TRIALBAL".
001010 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
001011 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
001012 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
001013 01  WS-RL-RC PIC 9(04) VALUE ZERO.
001014 01  WS-RL-COUNTS.
001015     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
001016        10 WS-RL-CNT-LABEL PIC X(10).
001017        10 WS-RL-CNT-VALUE PIC 9(09).
001018
001030 PROCEDURE DIVISION.

001040 0000-MAINLINE.
001140     PERFORM 4600-LOAD-INTEREST THRU 4600-EXIT.
001150     PERFORM 4700-LOAD-OPENED-BAL THRU 4700-EXIT.
001151     PERFORM 4800-LOAD-FEES THRU 4800-EXIT.
001155     PERFORM 4900-LOAD-ESCHEAT THRU 4900-EXIT.
001160     IF NOT OB-FILE-PRESENT
001170         PERFORM 4500-DERIVE-OPENING THRU 4500-EXIT
001180     END-IF.
001190     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
001200     PERFORM 9000-FINALIZE THRU 9000-EXIT.
001205     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001210     STOP RUN.

001220*----------------------------------------------------------*
001240*----------------------------------------------------------*
001250 1000-INITIALIZE.
001252     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001256     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001260     OPEN INPUT OPENBAL.
001270     IF WS-OB-FS = "00"
001280         MOVE "Y" TO WS-OB-PRESENT-SW
001544     ELSE
001545         MOVE "N" TO WS-FC-PRESENT-SW
001546     END-IF.
001547     OPEN INPUT ESCCTL.
001548     IF WS-EC-FS = "00"
001549         MOVE "Y" TO WS-EC-PRESENT-SW
001550     ELSE
001551         MOVE "N" TO WS-EC-PRESENT-SW
001552     END-IF.
001553 1000-EXIT.
001560     EXIT.

001561*----------------------------------------------------------*
001587     EXIT.

001588*----------------------------------------------------------*
001589* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
001590*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
001591*                     AND RECORD THE START OF THE RUN. THE  *
001592*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
001593*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
001594*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
001595*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
001596*                     COMPLETED.                            *
001597*----------------------------------------------------------*
001598 1900-LEDGER-START.
001599     OPEN INPUT RUNPREQ.
001600     IF WS-PQ-FS NOT = "00"
001601         DISPLAY "*** TRIALBAL REFUSED ***"
001602         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
001603             WS-PQ-FS
001604         STOP RUN
001605     END-IF.
001606     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
001607     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
001608         UNTIL RP-AT-EOF.
001609     CLOSE RUNPREQ.
001610     IF WS-RL-REFUSE-CNT > ZERO
001611         MOVE "R" TO WS-RL-NEW-STATUS
001612         PERFORM 1940-POST-START THRU 1940-EXIT
001613         CLOSE RUNLEDG
001614         DISPLAY "*** TRIALBAL REFUSED ***"
001615         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
001616             "DATE " WS-BUS-DATE
001617         STOP RUN
001618     END-IF.
001619     MOVE "S" TO WS-RL-NEW-STATUS.
001620     PERFORM 1940-POST-START THRU 1940-EXIT.
001621     CLOSE RUNLEDG.
001622 1900-EXIT.
001623     EXIT.
001624
001625 1910-CHECK-PREREQ.
001626     READ RUNPREQ
001627         AT END
001628             MOVE "Y" TO WS-RP-EOF-SW
001629             GO TO 1910-EXIT
001630     END-READ.
001631     IF RP-STEP = WS-RL-STEP
001632         MOVE RP-PREREQ TO RL-STEP
001633         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001634         IF RL-ON-FILE AND RL-COMPLETE
001635             GO TO 1910-EXIT
001636         END-IF
001637         IF NOT RL-ON-FILE AND RP-MONTH-END
001638             GO TO 1910-EXIT
001639         END-IF
001640         ADD 1 TO WS-RL-REFUSE-CNT
001641         MOVE SPACES TO WS-RL-MESSAGE
001642         STRING "AWAITING " RP-PREREQ
001643             DELIMITED BY SIZE INTO WS-RL-MESSAGE
001644         DISPLAY "TRIALBAL: " RP-PREREQ
001645             " HAS NOT COMPLETED FOR " WS-BUS-DATE
001646         GO TO 1910-EXIT
001647     END-IF.
001648     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
001649         MOVE RP-STEP TO RL-STEP
001650         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001651         IF RL-ON-FILE AND RL-COMPLETE
001652             ADD 1 TO WS-RL-REFUSE-CNT
001653             MOVE SPACES TO WS-RL-MESSAGE
001654             STRING "OUT OF SEQUENCE AFTER " RP-STEP
001655                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
001656             DISPLAY "TRIALBAL: " RP-STEP
001657                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
001658         END-IF
001659     END-IF.
001660 1910-EXIT.
001661     EXIT.
001662
001663 1920-READ-LEDGER.
001664     MOVE WS-BUS-DATE TO RL-BUS-DATE.
001665     MOVE "Y" TO WS-RL-FOUND-SW.
001666     READ RUNLEDG KEY IS RL-KEY
001667         INVALID KEY
001668             MOVE "N" TO WS-RL-FOUND-SW
001669     END-READ.
001670 1920-EXIT.
001671     EXIT.
001672
001673 1930-OPEN-LEDGER.
001674     OPEN I-O RUNLEDG.
001675     IF WS-RL-FS NOT = "00"
001676         OPEN OUTPUT RUNLEDG
001677         IF WS-RL-FS NOT = "00"
001678             DISPLAY "TRIALBAL: ERROR OPENING RUNLEDG " WS-RL-FS
001679             STOP RUN
001680         END-IF
001681         CLOSE RUNLEDG
001682         OPEN I-O RUNLEDG
001683         IF WS-RL-FS NOT = "00"
001684             DISPLAY "TRIALBAL: ERROR REOPENING RUNLEDG " WS-RL-FS
001685             STOP RUN
001686         END-IF
001687     END-IF.
001688 1930-EXIT.
001689     EXIT.
001690
001691*----------------------------------------------------------*
001692* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
001693*                   ENTRY FOR TODAY AS STARTED (S) OR       *
001694*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
001695*                   EARLIER CLEAN COMPLETION STANDING.      *
001696*----------------------------------------------------------*
001697 1940-POST-START.
001698     MOVE WS-RL-STEP TO RL-STEP.
001699     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001700     IF RL-ON-FILE AND RL-COMPLETE
001701         AND WS-RL-NEW-STATUS = "R"
001702         GO TO 1940-EXIT
001703     END-IF.
001704     IF NOT RL-ON-FILE
001705         INITIALIZE RUNLEDG-REC
001706         MOVE WS-BUS-DATE TO RL-BUS-DATE
001707         MOVE WS-RL-STEP TO RL-STEP
001708     END-IF.
001709     ADD 1 TO RL-RUN-COUNT.
001710     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
001711     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
001712     ACCEPT RL-START-TIME FROM TIME.
001713     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
001714     INITIALIZE RL-COUNTS.
001715     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
001716     IF RL-ON-FILE
001717         REWRITE RUNLEDG-REC
001718             INVALID KEY
001719                 DISPLAY "TRIALBAL: RUNLEDG REWRITE FAILED "
001720                     WS-RL-FS
001721         END-REWRITE
001722     ELSE
001723         WRITE RUNLEDG-REC
001724             INVALID KEY
001725                 DISPLAY "TRIALBAL: RUNLEDG WRITE FAILED "
001726                     WS-RL-FS
001727         END-WRITE
001728     END-IF.
001729 1940-EXIT.
001730     EXIT.
001731
001732*----------------------------------------------------------*
001733* 2000-LOAD-OPENING - ACCUMULATE OPENING BALANCES BY TYPE.  *
001734*----------------------------------------------------------*
001735 2000-LOAD-OPENING.
001736     READ OPENBAL
001737         AT END
001738             MOVE "Y" TO WS-OB-EOF-SW
001739             GO TO 2000-EXIT
001740     END-READ.
001741     IF OB-TRAILER-REC
001742         MOVE "Y" TO WS-OB-TRAILER-SW
001743         MOVE OB-TRL-REC-COUNT TO WS-OB-TRL-COUNT
001744         MOVE OB-TRL-BAL-TOTAL TO WS-OB-TRL-TOTAL
001745         MOVE OB-BUS-DATE TO WS-OB-TRL-DATE
001746         GO TO 2000-EXIT
001747     END-IF.
001748     MOVE OB-ACCT-TYPE TO WS-SEARCH-TYPE.
001749     PERFORM 2100-FIND-TYPE-ENTRY THRU 2100-EXIT.
001750     ADD OB-BALANCE TO TT-OPEN-TOTAL(WS-TYPE-IDX).
001751     ADD OB-BALANCE TO WS-OPENING-TOTAL.
001752     ADD 1 TO WS-OB-DTL-COUNT.
001753     ADD OB-BALANCE TO WS-OB-DTL-TOTAL.
001754 2000-EXIT.
001755     EXIT.

001756*----------------------------------------------------------*
001757* 2100-FIND-TYPE-ENTRY - LOCATE OR ADD THE TABLE ENTRY FOR  *
001758*                        WS-SEARCH-TYPE; RESULT IN          *
001759*                        WS-TYPE-IDX.                       *
001760*----------------------------------------------------------*
001770 2100-FIND-TYPE-ENTRY.
001780     MOVE "N" TO WS-FOUND-SW.
002009     EXIT.
002010
002011*----------------------------------------------------------*
002012* 3000-LOAD-CLOSING - ACCUMULATE CLOSING BALANCES BY TYPE,  *
002013*                     KEEPING DEBIT BALANCES APART FROM     *
002014*                     CREDIT BALANCES.                      *
002015*----------------------------------------------------------*
002016 3000-LOAD-CLOSING.
002020     READ ACCOUNT1
002030         AT END
002040             MOVE "Y" TO WS-ACC-EOF-SW
002080     PERFORM 2100-FIND-TYPE-ENTRY THRU 2100-EXIT.
002090     ADD BALANCE TO TT-CLOSE-TOTAL(WS-TYPE-IDX).
002100     ADD BALANCE TO WS-CLOSING-TOTAL.
002101     IF BALANCE < ZERO
002102         SUBTRACT BALANCE FROM WS-DEBIT-BAL-TOTAL
002103         ADD 1 TO WS-DEBIT-BAL-COUNT
002104     ELSE
002105         ADD BALANCE TO WS-CREDIT-BAL-TOTAL
002106     END-IF.
002110 3000-EXIT.
002120     EXIT.

002670     COMPUTE WS-DERIVED-OPENING =
002680         WS-CLOSING-TOTAL + WS-WITHDRAWN-TOTAL
002690             - WS-DEPOSITED-TOTAL - WS-INTEREST-POSTED
002693             - WS-OPENED-BAL + WS-FEES-CHARGED
002696             - WS-CLOSE-INTEREST + WS-CLOSE-FEES
002699             + WS-CLOSE-PAYOUT - WS-ESCH-INTEREST
002702             + WS-ESCHEATED.
002705     MOVE WS-DERIVED-OPENING TO WS-OPENING-TOTAL.
002710     IF WS-DERIVED-OPENING < ZERO
002720         DISPLAY "NOTE: DERIVED OPENING TOTAL IS A NET"
002730         DISPLAY "DEBIT - OVERDRAWN BALANCES EXCEED CREDIT"
002740         DISPLAY "BALANCES, OR THE FIGURES ARE INCONSISTENT."
002780     END-IF.
002790     DISPLAY "NOTE: OPENBAL NOT SUPPLIED - OPENING TOTAL".
002800     DISPLAY "DERIVED FROM CLOSING TOTAL AND TODAY'S".
003000*----------------------------------------------------------*
003010* 4700-LOAD-OPENED-BAL - PICK UP TODAY'S TOTAL STARTING     *
003020*                        BALANCE ON ACCOUNTS ACCTMAINT      *
003025*                        OPENED, IF ANY RAN, AND THE        *
003030*                        SETTLEMENT TOTALS OF THE ACCOUNTS  *
003035*                        IT CLOSED OUT.                     *
003040*----------------------------------------------------------*
003050 4700-LOAD-OPENED-BAL.
003060     IF OC-FILE-PRESENT
003090                 CONTINUE
003100             NOT AT END
003101                 IF OC-BUS-DATE = WS-BUS-DATE
003102                     MOVE OC-TOTAL-OPENED-BAL TO WS-OPENED-BAL
003103                     MOVE OC-CLOSE-INTEREST TO WS-CLOSE-INTEREST
003104                     MOVE OC-CLOSE-FEES TO WS-CLOSE-FEES
003105                     COMPUTE WS-CLOSE-PAYOUT =
003106                         OC-XFER-PAYOUT + OC-CHEQUE-PAYOUT
003111                 ELSE
003112                     DISPLAY "TRIALBAL: OPNCTL IS STAMPED "
003113                         OC-BUS-DATE " - NOT TODAY. IGNORED."
003161     END-IF.
003162 4800-EXIT.
003163     EXIT.

003164*----------------------------------------------------------*
003165* 4900-LOAD-ESCHEAT - PICK UP TODAY'S FINAL INTEREST AND    *
003166*                     BALANCES ESCHEATED BY ESCHEAT, IF     *
003167*                     ANY RAN.                              *
003168*----------------------------------------------------------*
003169 4900-LOAD-ESCHEAT.
003170     IF EC-FILE-PRESENT
003171         READ ESCCTL
003172             AT END
003173                 CONTINUE
003174             NOT AT END
003175                 IF EC-BUS-DATE = WS-BUS-DATE
003176                     MOVE EC-ESCHEAT-INTEREST TO WS-ESCH-INTEREST
003177                     MOVE EC-ESCHEAT-TOTAL TO WS-ESCHEATED
003178                 ELSE
003179                     DISPLAY "TRIALBAL: ESCCTL IS STAMPED "
003180                         EC-BUS-DATE " - NOT TODAY. IGNORED."
003181                 END-IF
003182         END-READ
003183     END-IF.
003184 4900-EXIT.
003185     EXIT.
003186*----------------------------------------------------------*
003187* 5000-PRINT-REPORT - SHOW THE PER-TYPE AND OVERALL CONTROL *
003188*                     TOTALS AND FLAG AN OUT-OF-BALANCE DAY.*
003190*----------------------------------------------------------*
003200 5000-PRINT-REPORT.
003210     COMPUTE WS-EXPECTED-CLOSING =
003220         WS-OPENING-TOTAL - WS-WITHDRAWN-TOTAL
003230             + WS-DEPOSITED-TOTAL + WS-INTEREST-POSTED
003234             + WS-OPENED-BAL - WS-FEES-CHARGED
003238             + WS-CLOSE-INTEREST - WS-CLOSE-FEES
003242             - WS-CLOSE-PAYOUT + WS-ESCH-INTEREST
003246             - WS-ESCHEATED.
003250     COMPUTE WS-VARIANCE =
003260         WS-CLOSING-TOTAL - WS-EXPECTED-CLOSING.
003270     DISPLAY "=================================================".
003400     DISPLAY "INTEREST POSTED TODAY  : " WS-INTEREST-POSTED.
003410     DISPLAY "OPENED ACCT BALS TODAY : " WS-OPENED-BAL.
003411     DISPLAY "SERVICE FEES TODAY     : " WS-FEES-CHARGED.
003412     DISPLAY "CLOSE-OUT INTEREST     : " WS-CLOSE-INTEREST.
003413     DISPLAY "CLOSE-OUT FEES         : " WS-CLOSE-FEES.
003414     DISPLAY "CLOSE-OUT PAYOUTS      : " WS-CLOSE-PAYOUT.
003415     DISPLAY "ESCHEAT INTEREST       : " WS-ESCH-INTEREST.
003416     DISPLAY "ESCHEATED TO STATE     : " WS-ESCHEATED.
003420     DISPLAY "EXPECTED CLOSING TOTAL : " WS-EXPECTED-CLOSING.
003430     DISPLAY "ACTUAL CLOSING TOTAL   : " WS-CLOSING-TOTAL.
003432     DISPLAY "  CREDIT BALANCES      : " WS-CREDIT-BAL-TOTAL.
003434     DISPLAY "  DEBIT BALANCES       : " WS-DEBIT-BAL-TOTAL.
003436     DISPLAY "  OVERDRAWN ACCOUNTS   : " WS-DEBIT-BAL-COUNT.
003440     IF WS-VARIANCE = 0
003450         DISPLAY "CONTROL TOTALS BALANCE - NO VARIANCE"
003460     ELSE

003580 5100-PRINT-TYPE-LINE.
003590     DISPLAY "ACCT-TYPE " TT-ACCT-TYPE(WS-TYPE-IDX)
003591         "  OPENING: " TT-OPEN-TOTAL(WS-TYPE-IDX)
003592         "  CLOSING: " TT-CLOSE-TOTAL(WS-TYPE-IDX).
003593     ADD 1 TO WS-TYPE-IDX.
003594 5100-EXIT.
003595     EXIT.

003596*----------------------------------------------------------*
003597* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
003598*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
003599*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
003600*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
003601*----------------------------------------------------------*
003602 8900-LEDGER-END.
003603     INITIALIZE WS-RL-COUNTS.
003604     MOVE "OPENING" TO WS-RL-CNT-LABEL(1).
003605     MOVE WS-OB-DTL-COUNT TO WS-RL-CNT-VALUE(1).
003606     MOVE "TYPES" TO WS-RL-CNT-LABEL(2).
003607     MOVE WS-TYPE-COUNT TO WS-RL-CNT-VALUE(2).
003608     MOVE "OVERDRAWN" TO WS-RL-CNT-LABEL(3).
003609     MOVE WS-DEBIT-BAL-COUNT TO WS-RL-CNT-VALUE(3).
003610     IF WS-VARIANCE NOT = ZERO
003611         MOVE 4 TO WS-RL-RC
003612         MOVE "OUT OF BALANCE" TO WS-RL-MESSAGE
003613     END-IF.
003614     OPEN I-O RUNLEDG.
003615     IF WS-RL-FS NOT = "00"
003616         DISPLAY "TRIALBAL: RUNLEDG NOT AVAILABLE " WS-RL-FS
003617         DISPLAY "TRIALBAL: END OF RUN NOT RECORDED"
003618         GO TO 8900-EXIT
003619     END-IF.
003620     MOVE WS-RL-STEP TO RL-STEP.
003621     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
003622     IF NOT RL-ON-FILE
003623         INITIALIZE RUNLEDG-REC
003624         MOVE WS-BUS-DATE TO RL-BUS-DATE
003625         MOVE WS-RL-STEP TO RL-STEP
003626         MOVE 1 TO RL-RUN-COUNT
003627     END-IF.
003628     IF WS-RL-RC < 8
003629         MOVE "C" TO RL-STATUS
003630     ELSE
003631         MOVE "F" TO RL-STATUS
003632     END-IF.
003633     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
003634     ACCEPT RL-END-TIME FROM TIME.
003635     MOVE WS-RL-RC TO RL-RETURN-CODE.
003636     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
003637     MOVE WS-RL-COUNTS TO RL-COUNTS.
003638     IF RL-ON-FILE
003639         REWRITE RUNLEDG-REC
003640             INVALID KEY
003641                 DISPLAY "TRIALBAL: RUNLEDG REWRITE FAILED "
003642                     WS-RL-FS
003643         END-REWRITE
003644     ELSE
003645         WRITE RUNLEDG-REC
003646             INVALID KEY
003647                 DISPLAY "TRIALBAL: RUNLEDG WRITE FAILED "
003648                     WS-RL-FS
003649         END-WRITE
003650     END-IF.
003651     CLOSE RUNLEDG.
003652 8900-EXIT.
003653     EXIT.
003654
003655*----------------------------------------------------------*
003660* 9000-FINALIZE - CLOSE ALL FILES.                          *
003670*----------------------------------------------------------*
003680 9000-FINALIZE.
003781     IF FC-FILE-PRESENT
003782         CLOSE FEECTL
003783     END-IF.
003784     IF EC-FILE-PRESENT
003785         CLOSE ESCCTL
003786     END-IF.
003790 9000-EXIT.
003800     EXIT.
