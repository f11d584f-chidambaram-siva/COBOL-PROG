000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. OVDRSCAN.
000120 AUTHOR. D L SYSTEMS GROUP.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160 REMARKS. NIGHTLY OVERDRAWN-ACCOUNT SCAN. RUNS AFTER THE
000170     DAY'S POSTINGS (VSAMFILE, INTPOST, FEEPOST) AND BEFORE
000180     EODSNAP AND GLEXTRACT. READS ACCOUNT1, STAMPS
000190     ACCT-OD-SINCE-DATE ON EACH ACCOUNT THAT HAS GONE INTO
000200     DEBIT AND CLEARS IT ON EACH ACCOUNT BACK IN CREDIT, AND
000210     LISTS EVERY OVERDRAWN ACCOUNT WITH ITS DAYS OVERDRAWN
000220     AND THE AMOUNT BY WHICH IT EXCEEDS ITS ARRANGED LIMIT.
000230     WRITES THE ODCTL CONTROL RECORD STAMPED WITH THE
000240     BUSINESS DATE, CARRYING TONIGHT'S TOTAL DEBIT BALANCES
000250     AND THE TOTAL FROM THE PREVIOUS RUN, SO GLEXTRACT CAN
000260     BOOK THE CHANGE TO THE OVERDRAFT ASSET LINE. A RERUN ON
000270     THE SAME BUSINESS DATE KEEPS THE ORIGINAL PRIOR TOTAL.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY                                      *
000300*  DATE      BY   DESCRIPTION                                *
000310*  10/15/26  DLS  INITIAL VERSION.                           *
000312*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000314*                 RUNPREQ AT START; START, END, RETURN       *
000316*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ACCOUNT1 ASSIGN TO ACCOUNTF
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS ACCT-NO
000400         FILE STATUS IS WS-ACC-FS.
000410
000420     SELECT ODCTL ASSIGN TO ODCTL
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-OD-FS.
000450
000460     SELECT ODRPT ASSIGN TO ODRPT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-RPT-FS.
000490
000500     SELECT BUSDATE ASSIGN TO BUSDATE
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-BD-FS.
000530
000531     SELECT RUNPREQ ASSIGN TO RUNPREQ
000532         ORGANIZATION IS SEQUENTIAL
000533         FILE STATUS IS WS-PQ-FS.
000534
000535     SELECT RUNLEDG ASSIGN TO RUNLEDG
000536         ORGANIZATION IS INDEXED
000537         ACCESS MODE IS DYNAMIC
000538         RECORD KEY IS RL-KEY
000539         FILE STATUS IS WS-RL-FS.
000540
000545 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ACCOUNT1.
000570 01  ACCT-REC.
000580     COPY ACCTREC.
000590
000600 FD  ODCTL.
000610 01  ODCTL-REC.
000620     COPY ODCTLREC.
000630
000640 FD  ODRPT.
000650 01  RPT-LINE PIC X(132).
000660
000670 FD  BUSDATE.
000680 01  BUSDATE-REC.
000690     COPY BUSDTREC.
000700
000701 FD  RUNPREQ.
000702 01  RUNPREQ-REC.
000703     COPY RUNPREQREC.
000704
000705 FD  RUNLEDG.
000706 01  RUNLEDG-REC.
000707     COPY RUNLEDREC.
000708
000710 WORKING-STORAGE SECTION.
000720 01  WS-ACC-FS PIC X(02).
000730 01  WS-OD-FS PIC X(02).
000740 01  WS-RPT-FS PIC X(02).
000750 01  WS-BD-FS PIC X(02).
000760 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.
000770
000780 01  WS-ACC-EOF-SW PIC X(01) VALUE "N".
000790     88 ACC-AT-EOF VALUE "Y".
000800 01  WS-REWRITE-SW PIC X(01) VALUE "N".
000810     88 REWRITE-NEEDED VALUE "Y".
000820
000830 01  WS-PRIOR-TOTAL PIC 9(11)V99 VALUE ZERO.
000840 01  WS-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
000850 01  WS-OVER-TOTAL PIC 9(11)V99 VALUE ZERO.
000860 01  WS-DEBIT-AMT PIC 9(7)V99 VALUE ZERO.
000870 01  WS-OVER-AMT PIC 9(7)V99 VALUE ZERO.
000880 01  WS-DAYS-OD PIC 9(05) VALUE ZERO.
000890
000900 01  WS-READ-CNT PIC 9(05) COMP VALUE ZERO.
000910 01  WS-OVERDRAWN-CNT PIC 9(05) COMP VALUE ZERO.
000920 01  WS-NEW-OD-CNT PIC 9(05) COMP VALUE ZERO.
000930 01  WS-CLEARED-CNT PIC 9(05) COMP VALUE ZERO.
000940 01  WS-OVER-LIMIT-CNT PIC 9(05) COMP VALUE ZERO.
000950 01  WS-UNARRANGED-CNT PIC 9(05) COMP VALUE ZERO.
000960
000970 01  WS-COLHDR-LINE.
000980     05 FILLER PIC X(02) VALUE SPACES.
000990     05 FILLER PIC X(12) VALUE "ACCOUNT".
001000     05 FILLER PIC X(32) VALUE "CUSTOMER".
001010     05 FILLER PIC X(03) VALUE "T".
001020     05 FILLER PIC X(16) VALUE "        BALANCE".
001030     05 FILLER PIC X(15) VALUE "         LIMIT".
001040     05 FILLER PIC X(10) VALUE "OD SINCE".
001050     05 FILLER PIC X(07) VALUE "  DAYS".
001060     05 FILLER PIC X(15) VALUE "    OVER LIMIT".
001070     05 FILLER PIC X(20) VALUE "NOTE".
001080
001090 01  WS-DTL-LINE.
001100     05 FILLER PIC X(02) VALUE SPACES.
001110     05 WS-DL-ACCT-NO PIC X(10).
001120     05 FILLER PIC X(02) VALUE SPACES.
001130     05 WS-DL-CUST-NAME PIC X(30).
001140     05 FILLER PIC X(02) VALUE SPACES.
001150     05 WS-DL-ACCT-TYPE PIC X(01).
001160     05 FILLER PIC X(02) VALUE SPACES.
001170     05 WS-DL-BALANCE PIC ZZ,ZZZ,ZZ9.99-.
001180     05 FILLER PIC X(02) VALUE SPACES.
001190     05 WS-DL-LIMIT PIC ZZ,ZZZ,ZZ9.99.
001200     05 FILLER PIC X(02) VALUE SPACES.
001210     05 WS-DL-SINCE PIC 9(08).
001220     05 FILLER PIC X(02) VALUE SPACES.
001230     05 WS-DL-DAYS PIC ZZZZ9.
001240     05 FILLER PIC X(02) VALUE SPACES.
001250     05 WS-DL-OVER PIC ZZ,ZZZ,ZZ9.99.
001260     05 FILLER PIC X(02) VALUE SPACES.
001270     05 WS-DL-NOTE PIC X(16).
001280     05 FILLER PIC X(04) VALUE SPACES.
001290
001300 01  WS-SUM-LINE.
001310     05 FILLER PIC X(02) VALUE SPACES.
001320     05 WS-SL-LABEL PIC X(30).
001330     05 WS-SL-COUNT PIC ZZZZ9.
001340     05 FILLER PIC X(95) VALUE SPACES.
001350
001360 01  WS-AMT-LINE.
001370     05 FILLER PIC X(02) VALUE SPACES.
001380     05 WS-AL-LABEL PIC X(30).
001390     05 WS-AL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001400     05 FILLER PIC X(83) VALUE SPACES.
001410
001411 01  WS-PQ-FS PIC X(02).
001412 01  WS-RL-FS PIC X(02).
001413 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
001414     88 RP-AT-EOF VALUE "Y".
001415 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
001416     88 RL-ON-FILE VALUE "Y".
001417 01  WS-RL-STEP PIC X(10) VALUE "OVDRSCAN".
001418 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
001419 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
001420 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
001421 01  WS-RL-RC PIC 9(04) VALUE ZERO.
001422 01  WS-RL-COUNTS.
001423     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
001424        10 WS-RL-CNT-LABEL PIC X(10).
001425        10 WS-RL-CNT-VALUE PIC 9(09).
001426
001427 PROCEDURE DIVISION.
001430
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001460     PERFORM 2000-SCAN-ACCOUNT THRU 2000-EXIT
001470         UNTIL ACC-AT-EOF.
001480     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
001490     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001495     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001500     STOP RUN.
001510
001520*----------------------------------------------------------*
001530* 1000-INITIALIZE - BUSINESS DATE, THE PRIOR RUN'S DEBIT    *
001540*                   BALANCE TOTAL, AND THE FILES FOR THIS   *
001550*                   RUN.                                    *
001560*----------------------------------------------------------*
001570 1000-INITIALIZE.
001580     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001585     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001590     PERFORM 1200-READ-PRIOR-ODCTL THRU 1200-EXIT.
001600     OPEN I-O ACCOUNT1.
001610     IF WS-ACC-FS NOT = "00"
001620         DISPLAY "OVDRSCAN: ERROR OPENING ACCOUNT1 " WS-ACC-FS
001630         STOP RUN
001640     END-IF.
001650     OPEN OUTPUT ODRPT.
001660     IF WS-RPT-FS NOT = "00"
001670         DISPLAY "OVDRSCAN: ERROR OPENING ODRPT " WS-RPT-FS
001680         STOP RUN
001690     END-IF.
001700     MOVE SPACES TO RPT-LINE.
001710     STRING "OVDRSCAN - OVERDRAWN ACCOUNTS FOR BUSINESS DATE "
001720         WS-BUS-DATE DELIMITED BY SIZE INTO RPT-LINE.
001730     WRITE RPT-LINE.
001740     MOVE WS-COLHDR-LINE TO RPT-LINE.
001750     WRITE RPT-LINE.
001760     MOVE ALL "-" TO RPT-LINE.
001770     WRITE RPT-LINE.
001780 1000-EXIT.
001790     EXIT.
001800
001810*----------------------------------------------------------*
001820* 1100-READ-BUSDATE - PICK UP THE CURRENT BUSINESS DATE.    *
001830*                     NO BATCH PROGRAM MAY RUN WITHOUT IT.  *
001840*----------------------------------------------------------*
001850 1100-READ-BUSDATE.
001860     OPEN INPUT BUSDATE.
001870     IF WS-BD-FS NOT = "00"
001880         DISPLAY "OVDRSCAN: BUSDATE NOT AVAILABLE " WS-BD-FS
001890         DISPLAY "OVDRSCAN: RUN CANNOT START WITHOUT A"
001900         DISPLAY "BUSINESS DATE"
001910         STOP RUN
001920     END-IF.
001930     READ BUSDATE
001940         AT END
001950             DISPLAY "OVDRSCAN: BUSDATE FILE IS EMPTY"
001960             CLOSE BUSDATE
001970             STOP RUN
001980         NOT AT END
001990             MOVE BD-BUS-DATE TO WS-BUS-DATE
002000     END-READ.
002010     CLOSE BUSDATE.
002020     DISPLAY "OVDRSCAN: BUSINESS DATE " WS-BUS-DATE.
002030 1100-EXIT.
002040     EXIT.
002050
002060*----------------------------------------------------------*
002070* 1200-READ-PRIOR-ODCTL - THE TOTAL DEBIT BALANCES BOOKED   *
002080*                         BY THE LAST RUN. AN ODCTL ALREADY *
002090*                         STAMPED TODAY IS A RERUN, SO ITS  *
002100*                         OWN PRIOR TOTAL IS KEPT. NO ODCTL *
002110*                         MEANS NOTHING BOOKED YET.         *
002120*----------------------------------------------------------*
002130 1200-READ-PRIOR-ODCTL.
002140     OPEN INPUT ODCTL.
002150     IF WS-OD-FS NOT = "00"
002160         DISPLAY "OVDRSCAN: NO PRIOR ODCTL - PRIOR TOTAL ZERO"
002170         GO TO 1200-EXIT
002180     END-IF.
002190     READ ODCTL
002200         AT END
002210             DISPLAY "OVDRSCAN: ODCTL EMPTY - PRIOR TOTAL ZERO"
002220         NOT AT END
002230             IF OD-BUS-DATE = WS-BUS-DATE
002240                 MOVE OD-PRIOR-DEBIT-BAL TO WS-PRIOR-TOTAL
002250                 DISPLAY "OVDRSCAN: RERUN FOR " WS-BUS-DATE
002260                     " - PRIOR TOTAL KEPT"
002270             ELSE
002280                 MOVE OD-TOTAL-DEBIT-BAL TO WS-PRIOR-TOTAL
002290             END-IF
002300     END-READ.
002310     CLOSE ODCTL.
002320 1200-EXIT.
002330     EXIT.
002340
002341*----------------------------------------------------------*
002342* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
002343*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
002344*                     AND RECORD THE START OF THE RUN. THE  *
002345*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
002346*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
002347*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
002348*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
002349*                     COMPLETED.                            *
002350*----------------------------------------------------------*
002351 1900-LEDGER-START.
002352     OPEN INPUT RUNPREQ.
002353     IF WS-PQ-FS NOT = "00"
002354         DISPLAY "*** OVDRSCAN REFUSED ***"
002355         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
002356             WS-PQ-FS
002357         STOP RUN
002358     END-IF.
002359     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
002360     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
002361         UNTIL RP-AT-EOF.
002362     CLOSE RUNPREQ.
002363     IF WS-RL-REFUSE-CNT > ZERO
002364         MOVE "R" TO WS-RL-NEW-STATUS
002365         PERFORM 1940-POST-START THRU 1940-EXIT
002366         CLOSE RUNLEDG
002367         DISPLAY "*** OVDRSCAN REFUSED ***"
002368         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
002369             "DATE " WS-BUS-DATE
002370         STOP RUN
002371     END-IF.
002372     MOVE "S" TO WS-RL-NEW-STATUS.
002373     PERFORM 1940-POST-START THRU 1940-EXIT.
002374     CLOSE RUNLEDG.
002375 1900-EXIT.
002376     EXIT.
002377
002378 1910-CHECK-PREREQ.
002379     READ RUNPREQ
002380         AT END
002381             MOVE "Y" TO WS-RP-EOF-SW
002382             GO TO 1910-EXIT
002383     END-READ.
002384     IF RP-STEP = WS-RL-STEP
002385         MOVE RP-PREREQ TO RL-STEP
002386         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002387         IF RL-ON-FILE AND RL-COMPLETE
002388             GO TO 1910-EXIT
002389         END-IF
002390         IF NOT RL-ON-FILE AND RP-MONTH-END
002391             GO TO 1910-EXIT
002392         END-IF
002393         ADD 1 TO WS-RL-REFUSE-CNT
002394         MOVE SPACES TO WS-RL-MESSAGE
002395         STRING "AWAITING " RP-PREREQ
002396             DELIMITED BY SIZE INTO WS-RL-MESSAGE
002397         DISPLAY "OVDRSCAN: " RP-PREREQ
002398             " HAS NOT COMPLETED FOR " WS-BUS-DATE
002399         GO TO 1910-EXIT
002400     END-IF.
002401     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
002402         MOVE RP-STEP TO RL-STEP
002403         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002404         IF RL-ON-FILE AND RL-COMPLETE
002405             ADD 1 TO WS-RL-REFUSE-CNT
002406             MOVE SPACES TO WS-RL-MESSAGE
002407             STRING "OUT OF SEQUENCE AFTER " RP-STEP
002408                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
002409             DISPLAY "OVDRSCAN: " RP-STEP
002410                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
002411         END-IF
002412     END-IF.
002413 1910-EXIT.
002414     EXIT.
002415
002416 1920-READ-LEDGER.
002417     MOVE WS-BUS-DATE TO RL-BUS-DATE.
002418     MOVE "Y" TO WS-RL-FOUND-SW.
002419     READ RUNLEDG KEY IS RL-KEY
002420         INVALID KEY
002421             MOVE "N" TO WS-RL-FOUND-SW
002422     END-READ.
002423 1920-EXIT.
002424     EXIT.
002425
002426 1930-OPEN-LEDGER.
002427     OPEN I-O RUNLEDG.
002428     IF WS-RL-FS NOT = "00"
002429         OPEN OUTPUT RUNLEDG
002430         IF WS-RL-FS NOT = "00"
002431             DISPLAY "OVDRSCAN: ERROR OPENING RUNLEDG " WS-RL-FS
002432             STOP RUN
002433         END-IF
002434         CLOSE RUNLEDG
002435         OPEN I-O RUNLEDG
002436         IF WS-RL-FS NOT = "00"
002437             DISPLAY "OVDRSCAN: ERROR REOPENING RUNLEDG " WS-RL-FS
002438             STOP RUN
002439         END-IF
002440     END-IF.
002441 1930-EXIT.
002442     EXIT.
002443
002444*----------------------------------------------------------*
002445* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
002446*                   ENTRY FOR TODAY AS STARTED (S) OR       *
002447*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
002448*                   EARLIER CLEAN COMPLETION STANDING.      *
002449*----------------------------------------------------------*
002450 1940-POST-START.
002451     MOVE WS-RL-STEP TO RL-STEP.
002452     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
002453     IF RL-ON-FILE AND RL-COMPLETE
002454         AND WS-RL-NEW-STATUS = "R"
002455         GO TO 1940-EXIT
002456     END-IF.
002457     IF NOT RL-ON-FILE
002458         INITIALIZE RUNLEDG-REC
002459         MOVE WS-BUS-DATE TO RL-BUS-DATE
002460         MOVE WS-RL-STEP TO RL-STEP
002461     END-IF.
002462     ADD 1 TO RL-RUN-COUNT.
002463     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
002464     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
002465     ACCEPT RL-START-TIME FROM TIME.
002466     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
002467     INITIALIZE RL-COUNTS.
002468     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
002469     IF RL-ON-FILE
002470         REWRITE RUNLEDG-REC
002471             INVALID KEY
002472                 DISPLAY "OVDRSCAN: RUNLEDG REWRITE FAILED "
002473                     WS-RL-FS
002474         END-REWRITE
002475     ELSE
002476         WRITE RUNLEDG-REC
002477             INVALID KEY
002478                 DISPLAY "OVDRSCAN: RUNLEDG WRITE FAILED "
002479                     WS-RL-FS
002480         END-WRITE
002481     END-IF.
002482 1940-EXIT.
002483     EXIT.
002484
002485*----------------------------------------------------------*
002486* 2000-SCAN-ACCOUNT - READ ONE ACCOUNT. AN ACCOUNT IN DEBIT *
002487*                     IS STAMPED WITH THE DATE IT FIRST     *
002488*                     WENT OVERDRAWN AND LISTED; AN ACCOUNT *
002489*                     BACK IN CREDIT HAS THE DATE CLEARED.  *
002490*----------------------------------------------------------*
002491 2000-SCAN-ACCOUNT.
002492     READ ACCOUNT1
002493         AT END
002494             MOVE "Y" TO WS-ACC-EOF-SW
002495             GO TO 2000-EXIT
002496     END-READ.
002497     ADD 1 TO WS-READ-CNT.
002498     MOVE "N" TO WS-REWRITE-SW.
002499     IF BALANCE NOT < ZERO
002500         IF ACCT-OD-SINCE-DATE NOT = ZERO
002510             MOVE ZERO TO ACCT-OD-SINCE-DATE
002520             MOVE "Y" TO WS-REWRITE-SW
002530             ADD 1 TO WS-CLEARED-CNT
002540         END-IF
002550         GO TO 2000-REWRITE
002560     END-IF.
002570     IF ACCT-OD-SINCE-DATE = ZERO
002580         MOVE WS-BUS-DATE TO ACCT-OD-SINCE-DATE
002590         MOVE "Y" TO WS-REWRITE-SW
002600         ADD 1 TO WS-NEW-OD-CNT
002610     END-IF.
002620     PERFORM 2100-MEASURE-OVERDRAFT THRU 2100-EXIT.
002630     PERFORM 3000-WRITE-LISTING THRU 3000-EXIT.
002640 2000-REWRITE.
002650     IF NOT REWRITE-NEEDED
002660         GO TO 2000-EXIT
002670     END-IF.
002680     REWRITE ACCT-REC
002690         INVALID KEY
002700             DISPLAY "OVDRSCAN: REWRITE FAILED " ACCT-NO
002710     END-REWRITE.
002720 2000-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------*
002760* 2100-MEASURE-OVERDRAFT - DAYS OVERDRAWN (COUNTING THE     *
002770*                          DAY IT WENT INTO DEBIT) AND THE  *
002780*                          AMOUNT BEYOND THE ARRANGED       *
002790*                          LIMIT; AN ACCOUNT WITH NO LIMIT  *
002800*                          IS OVER BY ITS WHOLE DEBIT.      *
002810*----------------------------------------------------------*
002820 2100-MEASURE-OVERDRAFT.
002830     ADD 1 TO WS-OVERDRAWN-CNT.
002840     COMPUTE WS-DEBIT-AMT = ZERO - BALANCE.
002850     ADD WS-DEBIT-AMT TO WS-DEBIT-TOTAL.
002860     COMPUTE WS-DAYS-OD =
002870         FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
002880         - FUNCTION INTEGER-OF-DATE(ACCT-OD-SINCE-DATE) + 1.
002890     IF WS-DEBIT-AMT > ACCT-OD-LIMIT
002900         COMPUTE WS-OVER-AMT = WS-DEBIT-AMT - ACCT-OD-LIMIT
002910         ADD 1 TO WS-OVER-LIMIT-CNT
002920         ADD WS-OVER-AMT TO WS-OVER-TOTAL
002930     ELSE
002940         MOVE ZERO TO WS-OVER-AMT
002950     END-IF.
002960     EVALUATE TRUE
002970         WHEN ACCT-OD-LIMIT = ZERO
002980             MOVE "NO ARRANGED OD" TO WS-DL-NOTE
002990             ADD 1 TO WS-UNARRANGED-CNT
003000         WHEN WS-OVER-AMT > ZERO
003010             MOVE "OVER LIMIT" TO WS-DL-NOTE
003020         WHEN OTHER
003030             MOVE "WITHIN LIMIT" TO WS-DL-NOTE
003040     END-EVALUATE.
003050     IF ACCT-INACTIVE
003060         MOVE "CLOSED ACCOUNT" TO WS-DL-NOTE
003070     END-IF.
003080 2100-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------*
003120* 3000-WRITE-LISTING - ONE LISTING LINE FOR THIS ACCOUNT.   *
003130*----------------------------------------------------------*
003140 3000-WRITE-LISTING.
003150     MOVE ACCT-NO TO WS-DL-ACCT-NO.
003160     MOVE CUST-NAME TO WS-DL-CUST-NAME.
003170     MOVE ACCT-TYPE TO WS-DL-ACCT-TYPE.
003180     MOVE BALANCE TO WS-DL-BALANCE.
003190     MOVE ACCT-OD-LIMIT TO WS-DL-LIMIT.
003200     MOVE ACCT-OD-SINCE-DATE TO WS-DL-SINCE.
003210     MOVE WS-DAYS-OD TO WS-DL-DAYS.
003220     MOVE WS-OVER-AMT TO WS-DL-OVER.
003230     MOVE WS-DTL-LINE TO RPT-LINE.
003240     WRITE RPT-LINE.
003250 3000-EXIT.
003260     EXIT.
003270
003280*----------------------------------------------------------*
003290* 6000-WRITE-SUMMARY - OVERDRAWN COUNTS AND TOTALS, AND THE *
003300*                      CHANGE IN DEBIT BALANCES SINCE THE   *
003310*                      LAST RUN.                            *
003320*----------------------------------------------------------*
003330 6000-WRITE-SUMMARY.
003340     MOVE SPACES TO RPT-LINE.
003350     WRITE RPT-LINE.
003360     MOVE "ACCOUNTS READ                :" TO WS-SL-LABEL.
003370     MOVE WS-READ-CNT TO WS-SL-COUNT.
003380     PERFORM 6100-SUM-LINE THRU 6100-EXIT.
003390     MOVE "ACCOUNTS OVERDRAWN           :" TO WS-SL-LABEL.
003400     MOVE WS-OVERDRAWN-CNT TO WS-SL-COUNT.
003410     PERFORM 6100-SUM-LINE THRU 6100-EXIT.
003420     MOVE "NEWLY OVERDRAWN TODAY        :" TO WS-SL-LABEL.
003430     MOVE WS-NEW-OD-CNT TO WS-SL-COUNT.
003440     PERFORM 6100-SUM-LINE THRU 6100-EXIT.
003450     MOVE "RETURNED TO CREDIT TODAY     :" TO WS-SL-LABEL.
003460     MOVE WS-CLEARED-CNT TO WS-SL-COUNT.
003470     PERFORM 6100-SUM-LINE THRU 6100-EXIT.
003480     MOVE "OVER ARRANGED LIMIT          :" TO WS-SL-LABEL.
003490     MOVE WS-OVER-LIMIT-CNT TO WS-SL-COUNT.
003500     PERFORM 6100-SUM-LINE THRU 6100-EXIT.
003510     MOVE "  OF WHICH NO ARRANGED OD    :" TO WS-SL-LABEL.
003520     MOVE WS-UNARRANGED-CNT TO WS-SL-COUNT.
003530     PERFORM 6100-SUM-LINE THRU 6100-EXIT.
003540     MOVE "TOTAL DEBIT BALANCES         :" TO WS-AL-LABEL.
003550     MOVE WS-DEBIT-TOTAL TO WS-AL-AMOUNT.
003560     PERFORM 6200-AMT-LINE THRU 6200-EXIT.
003570     MOVE "TOTAL OVER LIMIT             :" TO WS-AL-LABEL.
003580     MOVE WS-OVER-TOTAL TO WS-AL-AMOUNT.
003590     PERFORM 6200-AMT-LINE THRU 6200-EXIT.
003600     MOVE "PRIOR RUN DEBIT BALANCES     :" TO WS-AL-LABEL.
003610     MOVE WS-PRIOR-TOTAL TO WS-AL-AMOUNT.
003620     PERFORM 6200-AMT-LINE THRU 6200-EXIT.
003630 6000-EXIT.
003640     EXIT.
003650
003660 6100-SUM-LINE.
003670     MOVE WS-SUM-LINE TO RPT-LINE.
003680     WRITE RPT-LINE.
003690 6100-EXIT.
003700     EXIT.
003710
003720 6200-AMT-LINE.
003730     MOVE WS-AMT-LINE TO RPT-LINE.
003740     WRITE RPT-LINE.
003750 6200-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------*
003790* 8000-FINALIZE - WRITE THE ODCTL CONTROL RECORD, PRINT THE *
003800*                 RUN SUMMARY AND CLOSE THE FILES.          *
003810*----------------------------------------------------------*
003820 8000-FINALIZE.
003830     OPEN OUTPUT ODCTL.
003840     IF WS-OD-FS = "00"
003850         MOVE WS-DEBIT-TOTAL TO OD-TOTAL-DEBIT-BAL
003860         MOVE WS-PRIOR-TOTAL TO OD-PRIOR-DEBIT-BAL
003870         MOVE WS-OVERDRAWN-CNT TO OD-ACCTS-OVERDRAWN
003880         MOVE WS-BUS-DATE TO OD-BUS-DATE
003890         WRITE ODCTL-REC
003900         CLOSE ODCTL
003910     ELSE
003920         DISPLAY "OVDRSCAN: ERROR OPENING ODCTL " WS-OD-FS
003930     END-IF.
003940     DISPLAY "OVDRSCAN - OVERDRAWN ACCOUNT SCAN SUMMARY".
003950     DISPLAY "ACCOUNTS READ        : " WS-READ-CNT.
003960     DISPLAY "ACCOUNTS OVERDRAWN   : " WS-OVERDRAWN-CNT.
003970     DISPLAY "NEWLY OVERDRAWN      : " WS-NEW-OD-CNT.
003980     DISPLAY "RETURNED TO CREDIT   : " WS-CLEARED-CNT.
003990     DISPLAY "OVER ARRANGED LIMIT  : " WS-OVER-LIMIT-CNT.
004000     DISPLAY "TOTAL DEBIT BALANCES : " WS-DEBIT-TOTAL.
004010     DISPLAY "PRIOR RUN TOTAL      : " WS-PRIOR-TOTAL.
004020     CLOSE ACCOUNT1 ODRPT.
004030 8000-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------*
004070* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
004080*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
004090*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
004100*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
004110*----------------------------------------------------------*
004120 8900-LEDGER-END.
004125     INITIALIZE WS-RL-COUNTS.
004130     MOVE "READ" TO WS-RL-CNT-LABEL(1).
004140     MOVE WS-READ-CNT TO WS-RL-CNT-VALUE(1).
004150     MOVE "OVERDRAWN" TO WS-RL-CNT-LABEL(2).
004160     MOVE WS-OVERDRAWN-CNT TO WS-RL-CNT-VALUE(2).
004170     MOVE "NEW-OD" TO WS-RL-CNT-LABEL(3).
004180     MOVE WS-NEW-OD-CNT TO WS-RL-CNT-VALUE(3).
004190     MOVE "OVER-LIMIT" TO WS-RL-CNT-LABEL(4).
004200     MOVE WS-OVER-LIMIT-CNT TO WS-RL-CNT-VALUE(4).
004210     OPEN I-O RUNLEDG.
004220     IF WS-RL-FS NOT = "00"
004230         DISPLAY "OVDRSCAN: RUNLEDG NOT AVAILABLE " WS-RL-FS
004240         DISPLAY "OVDRSCAN: END OF RUN NOT RECORDED"
004250         GO TO 8900-EXIT
004260     END-IF.
004270     MOVE WS-RL-STEP TO RL-STEP.
004280     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
004290     IF NOT RL-ON-FILE
004300         INITIALIZE RUNLEDG-REC
004310         MOVE WS-BUS-DATE TO RL-BUS-DATE
004320         MOVE WS-RL-STEP TO RL-STEP
004330         MOVE 1 TO RL-RUN-COUNT
004340     END-IF.
004350     IF WS-RL-RC < 8
004360         MOVE "C" TO RL-STATUS
004370     ELSE
004380         MOVE "F" TO RL-STATUS
004390     END-IF.
004400     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
004410     ACCEPT RL-END-TIME FROM TIME.
004420     MOVE WS-RL-RC TO RL-RETURN-CODE.
004430     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
004440     MOVE WS-RL-COUNTS TO RL-COUNTS.
004450     IF RL-ON-FILE
004460         REWRITE RUNLEDG-REC
004470             INVALID KEY
004480                 DISPLAY "OVDRSCAN: RUNLEDG REWRITE FAILED "
004490                     WS-RL-FS
004500         END-REWRITE
004510     ELSE
004520         WRITE RUNLEDG-REC
004530             INVALID KEY
004540                 DISPLAY "OVDRSCAN: RUNLEDG WRITE FAILED "
004550                     WS-RL-FS
004560         END-WRITE
004570     END-IF.
004580     CLOSE RUNLEDG.
004590 8900-EXIT.
004600     EXIT.
