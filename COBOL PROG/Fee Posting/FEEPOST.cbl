000210     INTRPT, AND WRITES THE FEECTL CONTROL RECORD STAMPED
000220     WITH THE BUSINESS DATE FOR TRIALBAL AND GLEXTRACT.
000230     REFUSES TO RUN TWICE IN THE SAME POSTING PERIOD.
000232     EVERY CHARGE IS ALSO JOURNALLED TO TRANJRNL UNDER TR-CODE
000234     FEES WITH ITS BEFORE AND AFTER BALANCES.
000236     AN ACCOUNT OVERDRAWN AT MONTH END PAYS THE SCHEDULE'S
000238     OVERDRAFT FEE, JOURNALLED AS A SEPARATE FEES RECORD.
000240*----------------------------------------------------------*
000250* MODIFICATION HISTORY                                      *
000251*  DATE      BY   DESCRIPTION                                *
000252*  09/03/26  DLS  INITIAL VERSION.                           *
000253*  10/15/26  DLS  JOURNAL EACH SERVICE CHARGE TO TRANJRNL    *
000254*                 (TR-CODE FEES) SO THE JOURNAL CARRIES      *
000255*                 EVERY BALANCE MOVEMENT.                    *
000256*  10/15/26  DLS  SIGNED BALANCES. OVERDRAFT FEE FROM        *
000257*                 FEESCHED ON OVERDRAWN ACCOUNTS; FLAT AND   *
000258*                 MINIMUM-BALANCE FEES STILL NEVER TAKE A    *
000259*                 BALANCE BELOW ZERO.                        *
000260*  10/15/26  DLS  FEESCHED LAYOUT NOW IN COPYBOOK FEESCHREC  *
000261*                 (SHARED WITH ACCTMAINT), WHICH ADDS THE    *
000262*                 ACCOUNT CLOSING FEE.                       *
000263*  10/15/26  DLS  ESCHEATED ACCOUNTS (STATUS E) ARE SKIPPED  *
000264*                 LIKE CLOSED ONES.                          *
000265*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000266*                 RUNPREQ AT START; START, END, RETURN       *
000267*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000268*  10/15/26  DLS  TRANJRNL IS NOW KEYED BY ACCOUNT, POSTING  *
000269*                 DATE AND SEQUENCE: OPENED I-O, AND EACH    *
000270*                 ENTRY IS FILED UNDER THE NEXT SEQUENCE     *
000271*                 NUMBER FOR ITS ACCOUNT AND DATE.           *
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.

000460     SELECT BUSDATE ASSIGN TO BUSDATE
000470         ORGANIZATION IS SEQUENTIAL
000471         FILE STATUS IS WS-BD-FS.

000472     SELECT TRANJRNL ASSIGN TO TRANJRNL
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS DYNAMIC
000475         RECORD KEY IS JR-KEY
000476         FILE STATUS IS WS-J-FS.

000477     SELECT RUNPREQ ASSIGN TO RUNPREQ
000478         ORGANIZATION IS SEQUENTIAL
000479         FILE STATUS IS WS-PQ-FS.

000480     SELECT RUNLEDG ASSIGN TO RUNLEDG
000481         ORGANIZATION IS INDEXED
000482         ACCESS MODE IS DYNAMIC
000483         RECORD KEY IS RL-KEY
000484         FILE STATUS IS WS-RL-FS.

000490 DATA DIVISION.
000500 FILE SECTION.

000540 FD  FEESCHED.
000550 01  FEESCHED-REC.
000560     COPY FEESCHREC.

000600 FD  FEERPT.
000610 01  FEE-REC.
000620     05 FEE-ACCT-NO PIC X(10).
000630     05 FEE-CUST-NAME PIC X(30).
000640     05 FEE-ACCT-TYPE PIC X(01).
000650     05 FEE-OLD-BALANCE PIC S9(7)V99.
000660     05 FEE-FLAT-AMT PIC 9(5)V99.
000670     05 FEE-MINBAL-AMT PIC 9(5)V99.
000675     05 FEE-OD-AMT PIC 9(5)V99.
000680     05 FEE-TOTAL-AMT PIC 9(7)V99.
000690     05 FEE-NEW-BALANCE PIC S9(7)V99.

000700 FD  FEECTL.
000710 01  FEECTL-REC.
000740 01  BUSDATE-REC.
000750     COPY BUSDTREC.

000751 FD  TRANJRNL.
000752 01  JRNL-REC.
000753     COPY JRNLREC.

000754 FD  RUNPREQ.
000755 01  RUNPREQ-REC.
000756     COPY RUNPREQREC.

000757 FD  RUNLEDG.
000758 01  RUNLEDG-REC.
000759     COPY RUNLEDREC.

000760 WORKING-STORAGE SECTION.
000770 01  WS-ACC-FS PIC X(02).
000780 01  WS-FS-FS PIC X(02).
000790 01  WS-RPT-FS PIC X(02).
000800 01  WS-FC-FS PIC X(02).
000810 01  WS-BD-FS PIC X(02).
000811 01  WS-J-FS PIC X(02).
000812 01  WS-JS-HOLD-REC PIC X(96).
000813 01  WS-JS-ACCT-NO PIC X(10).
000814 01  WS-JS-BUS-DATE PIC 9(08).
000815 01  WS-JS-LAST-SEQ PIC 9(06) VALUE ZERO.
000816 01  WS-JS-END-SW PIC X(01) VALUE "N".
000817     88 JS-AT-END VALUE "Y".
000820 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.
000830 01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
000840     05 WS-BUS-PERIOD PIC 9(06).
001060        10 SC-MONTHLY-FEE PIC 9(5)V99.
001070        10 SC-MINBAL-FEE PIC 9(5)V99.
001080        10 SC-MINBAL-THRESH PIC 9(7)V99.
001085        10 SC-OVERDRAFT-FEE PIC 9(5)V99.

001090 01  WS-FLAT-AMT PIC 9(5)V99 VALUE ZERO.
001100 01  WS-MINBAL-AMT PIC 9(5)V99 VALUE ZERO.
001103 01  WS-OD-AMT PIC 9(5)V99 VALUE ZERO.
001106 01  WS-SVC-AMOUNT PIC 9(7)V99 VALUE ZERO.
001110 01  WS-FEE-AMOUNT PIC 9(7)V99 VALUE ZERO.
001117 01  WS-OLD-BALANCE PIC S9(7)V99 VALUE ZERO.
001124 01  WS-MID-BALANCE PIC S9(7)V99 VALUE ZERO.
001131 01  WS-NEW-BALANCE PIC S9(7)V99 VALUE ZERO.

001140 01  WS-ACCOUNTS-READ PIC 9(05) COMP VALUE ZERO.
001150 01  WS-ACCOUNTS-CHARGED PIC 9(05) COMP VALUE ZERO.
001160 01  WS-ACCOUNTS-SKIPPED PIC 9(05) COMP VALUE ZERO.
001161 01  WS-TOTAL-FEES PIC 9(09)V99 VALUE ZERO.
001162 01  WS-OD-CHARGED PIC 9(05) COMP VALUE ZERO.
001163 01  WS-TOTAL-OD-FEES PIC 9(09)V99 VALUE ZERO.

001164 01  WS-PQ-FS PIC X(02).
001165 01  WS-RL-FS PIC X(02).
001166 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
001167     88 RP-AT-EOF VALUE "Y".
001168 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
001169     88 RL-ON-FILE VALUE "Y".
001170 01  WS-RL-STEP PIC X(10) VALUE "FEEPOST".
001171 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
001172 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
001173 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
001174 01  WS-RL-RC PIC 9(04) VALUE ZERO.
001175 01  WS-RL-COUNTS.
001176     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
001177        10 WS-RL-CNT-LABEL PIC X(10).
001178        10 WS-RL-CNT-VALUE PIC 9(09).

001180 PROCEDURE DIVISION.

001210     PERFORM 2000-ASSESS-FEES THRU 2000-EXIT
001220         UNTIL ACC-AT-EOF.
001230     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001235     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001240     STOP RUN.

001250*----------------------------------------------------------*
001280*----------------------------------------------------------*
001290 1000-INITIALIZE.
001300     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001305     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001310     PERFORM 1200-CHECK-PRIOR-RUN THRU 1200-EXIT.
001320     PERFORM 1300-LOAD-SCHEDULE THRU 1300-EXIT.
001330     OPEN I-O ACCOUNT1.
001370     END-IF.
001380     OPEN OUTPUT FEERPT.
001390     IF WS-RPT-FS NOT = "00"
001391         DISPLAY "FEEPOST: ERROR OPENING FEERPT " WS-RPT-FS
001392         STOP RUN
001393     END-IF.
001394     OPEN I-O TRANJRNL.
001395     IF WS-J-FS NOT = "00"
001396         OPEN OUTPUT TRANJRNL
001397         CLOSE TRANJRNL
001398         OPEN I-O TRANJRNL
001399     END-IF.
001400     IF WS-J-FS NOT = "00"
001401         DISPLAY "FEEPOST: ERROR OPENING TRANJRNL " WS-J-FS
001410         STOP RUN
001420     END-IF.
001430 1000-EXIT.
001930         DISPLAY "PERIOD " WS-BUS-PERIOD " ON " WS-PRIOR-FC-DATE
001940         DISPLAY "FEEPOST: RUN REFUSED TO PREVENT DOUBLE"
001950         DISPLAY "CHARGING OF FEES"
001952         MOVE 4 TO WS-RL-RC
001954         MOVE "PERIOD ALREADY CHARGED" TO WS-RL-MESSAGE
001956         PERFORM 8900-LEDGER-END THRU 8900-EXIT
001960         STOP RUN
001970     END-IF.
001980 1200-EXIT.
002330         MOVE FS-MINBAL-FEE TO SC-MINBAL-FEE(WS-SCHED-COUNT)
002340         MOVE FS-MINBAL-THRESH TO
002350             SC-MINBAL-THRESH(WS-SCHED-COUNT)
002353         MOVE FS-OVERDRAFT-FEE TO
002356             SC-OVERDRAFT-FEE(WS-SCHED-COUNT)
002360     ELSE
002370         IF NOT SCHED-FULL-WARNED
002380             DISPLAY "FEEPOST: SCHEDULE TABLE FULL AT "
002410         END-IF
002420     END-IF.
002430 1310-EXIT.
002431     EXIT.

002432*----------------------------------------------------------*
002433* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
002434*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
002435*                     AND RECORD THE START OF THE RUN. THE  *
002436*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
002437*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
002438*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
002439*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
002440*                     COMPLETED.                            *
002441*----------------------------------------------------------*
002442 1900-LEDGER-START.
002443     OPEN INPUT RUNPREQ.
002444     IF WS-PQ-FS NOT = "00"
002445         DISPLAY "*** FEEPOST REFUSED ***"
002446         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
002447             WS-PQ-FS
002448         STOP RUN
002449     END-IF.
002450     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
002451     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
002452         UNTIL RP-AT-EOF.
002453     CLOSE RUNPREQ.
002454     IF WS-RL-REFUSE-CNT > ZERO
002455         MOVE "R" TO WS-RL-NEW-STATUS
002456         PERFORM 1940-POST-START THRU 1940-EXIT
002457         CLOSE RUNLEDG
002458         DISPLAY "*** FEEPOST REFUSED ***"
002459         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
002460             "DATE " WS-BUS-DATE
002461         STOP RUN
002462     END-IF.
002463     MOVE "S" TO WS-RL-NEW-STATUS.
002464     PERFORM 1940-POST-START THRU 1940-EXIT.
002465     CLOSE RUNLEDG.
002466 1900-EXIT.
002467     EXIT.

002468 1910-CHECK-PREREQ.
002469     READ RUNPREQ
002470         AT END
002471             MOVE "Y" TO WS-RP-EOF-SW
002472             GO TO 1910-EXIT
002473     END-READ.
002474     IF RP-STEP = WS-RL-STEP
002475         MOVE RP-PREREQ TO RL-STEP
002476         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002477         IF RL-ON-FILE AND RL-COMPLETE
002478             GO TO 1910-EXIT
002479         END-IF
002480         IF NOT RL-ON-FILE AND RP-MONTH-END
002481             GO TO 1910-EXIT
002482         END-IF
002483         ADD 1 TO WS-RL-REFUSE-CNT
002484         MOVE SPACES TO WS-RL-MESSAGE
002485         STRING "AWAITING " RP-PREREQ
002486             DELIMITED BY SIZE INTO WS-RL-MESSAGE
002487         DISPLAY "FEEPOST: " RP-PREREQ
002488             " HAS NOT COMPLETED FOR " WS-BUS-DATE
002489         GO TO 1910-EXIT
002490     END-IF.
002491     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
002492         MOVE RP-STEP TO RL-STEP
002493         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002494         IF RL-ON-FILE AND RL-COMPLETE
002495             ADD 1 TO WS-RL-REFUSE-CNT
002496             MOVE SPACES TO WS-RL-MESSAGE
002497             STRING "OUT OF SEQUENCE AFTER " RP-STEP
002498                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
002499             DISPLAY "FEEPOST: " RP-STEP
002500                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
002501         END-IF
002502     END-IF.
002503 1910-EXIT.
002504     EXIT.

002505 1920-READ-LEDGER.
002506     MOVE WS-BUS-DATE TO RL-BUS-DATE.
002507     MOVE "Y" TO WS-RL-FOUND-SW.
002508     READ RUNLEDG KEY IS RL-KEY
002509         INVALID KEY
002510             MOVE "N" TO WS-RL-FOUND-SW
002511     END-READ.
002512 1920-EXIT.
002513     EXIT.

002514 1930-OPEN-LEDGER.
002515     OPEN I-O RUNLEDG.
002516     IF WS-RL-FS NOT = "00"
002517         OPEN OUTPUT RUNLEDG
002518         IF WS-RL-FS NOT = "00"
002519             DISPLAY "FEEPOST: ERROR OPENING RUNLEDG " WS-RL-FS
002520             STOP RUN
002521         END-IF
002522         CLOSE RUNLEDG
002523         OPEN I-O RUNLEDG
002524         IF WS-RL-FS NOT = "00"
002525             DISPLAY "FEEPOST: ERROR REOPENING RUNLEDG " WS-RL-FS
002526             STOP RUN
002527         END-IF
002528     END-IF.
002529 1930-EXIT.
002530     EXIT.

002531*----------------------------------------------------------*
002532* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
002533*                   ENTRY FOR TODAY AS STARTED (S) OR       *
002534*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
002535*                   EARLIER CLEAN COMPLETION STANDING.      *
002536*----------------------------------------------------------*
002537 1940-POST-START.
002538     MOVE WS-RL-STEP TO RL-STEP.
002539     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
002540     IF RL-ON-FILE AND RL-COMPLETE
002541         AND WS-RL-NEW-STATUS = "R"
002542         GO TO 1940-EXIT
002543     END-IF.
002544     IF NOT RL-ON-FILE
002545         INITIALIZE RUNLEDG-REC
002546         MOVE WS-BUS-DATE TO RL-BUS-DATE
002547         MOVE WS-RL-STEP TO RL-STEP
002548     END-IF.
002549     ADD 1 TO RL-RUN-COUNT.
002550     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
002551     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
002552     ACCEPT RL-START-TIME FROM TIME.
002553     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
002554     INITIALIZE RL-COUNTS.
002555     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
002556     IF RL-ON-FILE
002557         REWRITE RUNLEDG-REC
002558             INVALID KEY
002559                 DISPLAY "FEEPOST: RUNLEDG REWRITE FAILED "
002560                     WS-RL-FS
002561         END-REWRITE
002562     ELSE
002563         WRITE RUNLEDG-REC
002564             INVALID KEY
002565                 DISPLAY "FEEPOST: RUNLEDG WRITE FAILED " WS-RL-FS
002566         END-WRITE
002567     END-IF.
002568 1940-EXIT.
002569     EXIT.

002570*----------------------------------------------------------*
002571* 2000-ASSESS-FEES - READ ONE ACCOUNT, COMPUTE AND DEBIT    *
002572*                    ITS SERVICE CHARGE, AND LIST IT. THE   *
002573*                    SERVICE CHARGE NEVER TAKES A BALANCE   *
002574*                    BELOW ZERO; AN ACCOUNT ALREADY         *
002575*                    OVERDRAWN PAYS THE OVERDRAFT FEE.      *
002576*----------------------------------------------------------*
002577 2000-ASSESS-FEES.
002578     READ ACCOUNT1
002579         AT END
002580             MOVE "Y" TO WS-EOF-SW
002581             GO TO 2000-EXIT
002582     END-READ.
002583     ADD 1 TO WS-ACCOUNTS-READ.
002584     IF ACCT-STATUS = "I" OR ACCT-STATUS = "E"
002590         ADD 1 TO WS-ACCOUNTS-SKIPPED
002600         GO TO 2000-EXIT
002610     END-IF.
002700     ELSE
002710         MOVE ZERO TO WS-MINBAL-AMT
002720     END-IF.
002730     COMPUTE WS-SVC-AMOUNT = WS-FLAT-AMT + WS-MINBAL-AMT.
002740     IF BALANCE NOT > ZERO
002750         MOVE ZERO TO WS-SVC-AMOUNT
002770     END-IF.
002780     IF WS-SVC-AMOUNT > BALANCE
002790         MOVE BALANCE TO WS-SVC-AMOUNT
002800     END-IF.
002801     IF BALANCE < ZERO
002802         MOVE SC-OVERDRAFT-FEE(WS-SCHED-IDX) TO WS-OD-AMT
002803     ELSE
002804         MOVE ZERO TO WS-OD-AMT
002805     END-IF.
002806     COMPUTE WS-FEE-AMOUNT = WS-SVC-AMOUNT + WS-OD-AMT.
002810     IF WS-FEE-AMOUNT = ZERO
002820         ADD 1 TO WS-ACCOUNTS-SKIPPED
002830         GO TO 2000-EXIT
002840     END-IF.
002850     MOVE BALANCE TO WS-OLD-BALANCE.
002855     SUBTRACT WS-SVC-AMOUNT FROM BALANCE.
002860     MOVE BALANCE TO WS-MID-BALANCE.
002865     SUBTRACT WS-OD-AMT FROM BALANCE.
002870     MOVE BALANCE TO WS-NEW-BALANCE.
002880     REWRITE ACCT-REC
002890         INVALID KEY
002920             GO TO 2000-EXIT
002930     END-REWRITE.
002940     PERFORM 2200-WRITE-LISTING THRU 2200-EXIT.
002945     PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT.
002950     ADD 1 TO WS-ACCOUNTS-CHARGED.
002960     ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES.
002962     IF WS-OD-AMT > ZERO
002964         ADD 1 TO WS-OD-CHARGED
002966         ADD WS-OD-AMT TO WS-TOTAL-OD-FEES
002968     END-IF.
002970 2000-EXIT.
002980     EXIT.

003240 2200-WRITE-LISTING.
003250     MOVE ACCT-NO TO FEE-ACCT-NO.
003260     MOVE CUST-NAME TO FEE-CUST-NAME.
003261     MOVE ACCT-TYPE TO FEE-ACCT-TYPE.
003262     MOVE WS-OLD-BALANCE TO FEE-OLD-BALANCE.
003263     MOVE WS-FLAT-AMT TO FEE-FLAT-AMT.
003264     MOVE WS-MINBAL-AMT TO FEE-MINBAL-AMT.
003265     MOVE WS-OD-AMT TO FEE-OD-AMT.
003266     MOVE WS-FEE-AMOUNT TO FEE-TOTAL-AMT.
003267     MOVE WS-NEW-BALANCE TO FEE-NEW-BALANCE.
003268     WRITE FEE-REC.
003269 2200-EXIT.
003270     EXIT.

003271*----------------------------------------------------------*
003272* 2300-WRITE-JOURNAL - JOURNAL THE SERVICE-CHARGE DEBIT     *
003273*                      WITH ITS BEFORE AND AFTER BALANCES,  *
003274*                      STAMPED WITH THE BUSINESS DATE. THE  *
003275*                      OVERDRAFT FEE IS A SECOND RECORD     *
003276*                      CHAINED ON FROM THE FIRST.           *
003277*----------------------------------------------------------*
003278 2300-WRITE-JOURNAL.
003279     IF WS-SVC-AMOUNT = ZERO
003280         GO TO 2300-OVERDRAFT-FEE
003281     END-IF.
003282     MOVE ACCT-NO TO JR-TRANSNO.
003283     MOVE ACCT-NO TO JR-ACCT-NO.
003284     MOVE "W" TO JR-TR-TYPE.
003285     MOVE "FEES" TO JR-TR-CODE.
003286     MOVE "MONTHLY SERVICE CHARGE" TO JR-TR-MEMO.
003287     MOVE WS-SVC-AMOUNT TO JR-TR-AMOUNT.
003288     MOVE WS-OLD-BALANCE TO JR-BAL-BEFORE.
003289     MOVE WS-MID-BALANCE TO JR-BAL-AFTER.
003290     MOVE WS-BUS-DATE TO JR-BUS-DATE.
003291     PERFORM 7600-JOURNAL-WRITE THRU 7600-EXIT.
003292 2300-OVERDRAFT-FEE.
003293     IF WS-OD-AMT = ZERO
003294         GO TO 2300-EXIT
003295     END-IF.
003296     MOVE ACCT-NO TO JR-TRANSNO.
003297     MOVE ACCT-NO TO JR-ACCT-NO.
003298     MOVE "W" TO JR-TR-TYPE.
003299     MOVE "FEES" TO JR-TR-CODE.
003300     MOVE "OVERDRAFT FEE" TO JR-TR-MEMO.
003301     MOVE WS-OD-AMT TO JR-TR-AMOUNT.
003302     MOVE WS-MID-BALANCE TO JR-BAL-BEFORE.
003303     MOVE WS-NEW-BALANCE TO JR-BAL-AFTER.
003304     MOVE WS-BUS-DATE TO JR-BUS-DATE.
003305     PERFORM 7600-JOURNAL-WRITE THRU 7600-EXIT.
003306 2300-EXIT.
003307     EXIT.

003308*----------------------------------------------------------*
003309* 7600-JOURNAL-WRITE - FILE THE ENTRY BUILT IN JRNL-REC     *
003310*                      UNDER THE NEXT SEQUENCE NUMBER FOR   *
003311*                      ITS ACCOUNT AND POSTING DATE: ONE    *
003312*                      MORE THAN THE HIGHEST ALREADY ON     *
003313*                      THE JOURNAL.                         *
003314*----------------------------------------------------------*
003315 7600-JOURNAL-WRITE.
003316     MOVE JRNL-REC TO WS-JS-HOLD-REC.
003317     MOVE JR-ACCT-NO TO WS-JS-ACCT-NO.
003318     MOVE JR-BUS-DATE TO WS-JS-BUS-DATE.
003319     MOVE ZERO TO WS-JS-LAST-SEQ.
003320     MOVE ZERO TO JR-SEQ-NO.
003321     MOVE "N" TO WS-JS-END-SW.
003322     START TRANJRNL KEY IS NOT LESS THAN JR-KEY
003323         INVALID KEY
003324             MOVE "Y" TO WS-JS-END-SW
003325     END-START.
003326     PERFORM 7610-LAST-SEQ-STEP THRU 7610-EXIT
003327         UNTIL JS-AT-END.
003328     MOVE WS-JS-HOLD-REC TO JRNL-REC.
003329     COMPUTE JR-SEQ-NO = WS-JS-LAST-SEQ + 1.
003330     WRITE JRNL-REC
003331         INVALID KEY
003332             DISPLAY "FEEPOST: TRANJRNL WRITE FAILED " WS-J-FS
003333                 " ACCOUNT " JR-ACCT-NO
003334     END-WRITE.
003335 7600-EXIT.
003336     EXIT.

003337 7610-LAST-SEQ-STEP.
003338     READ TRANJRNL NEXT
003339         AT END
003340             MOVE "Y" TO WS-JS-END-SW
003341             GO TO 7610-EXIT
003342     END-READ.
003343     IF JR-ACCT-NO NOT = WS-JS-ACCT-NO
003344         OR JR-BUS-DATE NOT = WS-JS-BUS-DATE
003345         MOVE "Y" TO WS-JS-END-SW
003346         GO TO 7610-EXIT
003347     END-IF.
003348     MOVE JR-SEQ-NO TO WS-JS-LAST-SEQ.
003349 7610-EXIT.
003350     EXIT.

003360*----------------------------------------------------------*
003430     DISPLAY "ACCOUNTS CHARGED    : " WS-ACCOUNTS-CHARGED.
003440     DISPLAY "ACCOUNTS SKIPPED    : " WS-ACCOUNTS-SKIPPED.
003450     DISPLAY "TOTAL FEES CHARGED  : " WS-TOTAL-FEES.
003453     DISPLAY "OVERDRAFT FEES      : " WS-OD-CHARGED.
003456     DISPLAY "OVERDRAFT FEE TOTAL : " WS-TOTAL-OD-FEES.
003460     OPEN OUTPUT FEECTL.
003470     IF WS-FC-FS = "00"
003480         MOVE WS-TOTAL-FEES TO FC-TOTAL-FEES
003530     ELSE
003540         DISPLAY "FEEPOST: ERROR OPENING FEECTL " WS-FC-FS
003550     END-IF.
003560     CLOSE ACCOUNT1 FEERPT TRANJRNL.
003570 8000-EXIT.
003580     EXIT.

003590*----------------------------------------------------------*
003600* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
003610*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
003620*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
003630*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
003640*----------------------------------------------------------*
003650 8900-LEDGER-END.
003655     INITIALIZE WS-RL-COUNTS.
003660     MOVE "READ" TO WS-RL-CNT-LABEL(1).
003670     MOVE WS-ACCOUNTS-READ TO WS-RL-CNT-VALUE(1).
003680     MOVE "CHARGED" TO WS-RL-CNT-LABEL(2).
003690     MOVE WS-ACCOUNTS-CHARGED TO WS-RL-CNT-VALUE(2).
003700     MOVE "SKIPPED" TO WS-RL-CNT-LABEL(3).
003710     MOVE WS-ACCOUNTS-SKIPPED TO WS-RL-CNT-VALUE(3).
003720     MOVE "OD-FEES" TO WS-RL-CNT-LABEL(4).
003730     MOVE WS-OD-CHARGED TO WS-RL-CNT-VALUE(4).
003740     OPEN I-O RUNLEDG.
003750     IF WS-RL-FS NOT = "00"
003760         DISPLAY "FEEPOST: RUNLEDG NOT AVAILABLE " WS-RL-FS
003770         DISPLAY "FEEPOST: END OF RUN NOT RECORDED"
003780         GO TO 8900-EXIT
003790     END-IF.
003800     MOVE WS-RL-STEP TO RL-STEP.
003810     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
003820     IF NOT RL-ON-FILE
003830         INITIALIZE RUNLEDG-REC
003840         MOVE WS-BUS-DATE TO RL-BUS-DATE
003850         MOVE WS-RL-STEP TO RL-STEP
003860         MOVE 1 TO RL-RUN-COUNT
003870     END-IF.
003880     IF WS-RL-RC < 8
003890         MOVE "C" TO RL-STATUS
003900     ELSE
003910         MOVE "F" TO RL-STATUS
003920     END-IF.
003930     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
003940     ACCEPT RL-END-TIME FROM TIME.
003950     MOVE WS-RL-RC TO RL-RETURN-CODE.
003960     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
003970     MOVE WS-RL-COUNTS TO RL-COUNTS.
003980     IF RL-ON-FILE
003990         REWRITE RUNLEDG-REC
004000             INVALID KEY
004010                 DISPLAY "FEEPOST: RUNLEDG REWRITE FAILED "
004020                     WS-RL-FS
004030         END-REWRITE
004040     ELSE
004050         WRITE RUNLEDG-REC
004060             INVALID KEY
004070                 DISPLAY "FEEPOST: RUNLEDG WRITE FAILED " WS-RL-FS
004080         END-WRITE
004090     END-IF.
004100     CLOSE RUNLEDG.
004110 8900-EXIT.
004120     EXIT.
