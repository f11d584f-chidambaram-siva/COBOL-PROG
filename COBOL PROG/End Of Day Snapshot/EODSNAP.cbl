000180     OPENING-BALANCE EXTRACT FOR TOMORROW'S TRIALBAL, WITH A
000190     TRAILER CARRYING RECORD COUNT AND BALANCE TOTAL SO A
000200     TRUNCATED OR STALE EXTRACT IS DETECTABLE BEFORE USE.
000203     BALANCES ARE SIGNED; AN OVERDRAWN ACCOUNT IS EXTRACTED
000206     WITH ITS DEBIT BALANCE AND THE TRAILER TOTAL IS NET.
000210*----------------------------------------------------------*
000220* MODIFICATION HISTORY                                      *
000230*  DATE      BY   DESCRIPTION                                *
000242*  08/22/26  DLS  BUSINESS-DATE CONTROL: READS BUSDATE AT    *
000244*                 STARTUP AND STAMPS OB-BUS-DATE ON EVERY    *
000246*                 EXTRACT RECORD.                            *
000248*  10/15/26  DLS  SIGNED BALANCE TOTAL FOR OVERDRAWN         *
000250*                 ACCOUNTS.                                  *
000252*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000254*                 RUNPREQ AT START; START, END, RETURN       *
000256*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000258*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000372     SELECT BUSDATE ASSIGN TO BUSDATE
000374         ORGANIZATION IS SEQUENTIAL
000376         FILE STATUS IS WS-BD-FS.
000377
000378     SELECT RUNPREQ ASSIGN TO RUNPREQ
000379         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-PQ-FS.
000381
000382     SELECT RUNLEDG ASSIGN TO RUNLEDG
000383         ORGANIZATION IS INDEXED
000384         ACCESS MODE IS DYNAMIC
000385         RECORD KEY IS RL-KEY
000386         FILE STATUS IS WS-RL-FS.
000387
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  ACCOUNT1.
000474 01  BUSDATE-REC.
000476     COPY BUSDTREC.
000480
000481 FD  RUNPREQ.
000482 01  RUNPREQ-REC.
000483     COPY RUNPREQREC.
000484
000485 FD  RUNLEDG.
000486 01  RUNLEDG-REC.
000487     COPY RUNLEDREC.
000488
000490 WORKING-STORAGE SECTION.
000500 01  WS-ACC-FS PIC X(02).
000510 01  WS-OB-FS PIC X(02).
000540     88 ACC-AT-EOF VALUE "Y".
000550
000560 01  WS-REC-COUNT PIC 9(07) VALUE ZERO.
000561 01  WS-BAL-TOTAL PIC S9(11)V99 VALUE ZERO.
000562
000563 01  WS-PQ-FS PIC X(02).
000564 01  WS-RL-FS PIC X(02).
000565 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
000566     88 RP-AT-EOF VALUE "Y".
000567 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
000568     88 RL-ON-FILE VALUE "Y".
000569 01  WS-RL-STEP PIC X(10) VALUE "EODSNAP".
000570 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
000571 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
000572 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
000573 01  WS-RL-RC PIC 9(04) VALUE ZERO.
000574 01  WS-RL-COUNTS.
000575     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
000576        10 WS-RL-CNT-LABEL PIC X(10).
000577        10 WS-RL-CNT-VALUE PIC 9(09).
000580
000590 PROCEDURE DIVISION.
000600
000640         UNTIL ACC-AT-EOF.
000650     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
000660     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000665     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
000670     STOP RUN.
000680
000690*----------------------------------------------------------*
000710*----------------------------------------------------------*
000720 1000-INITIALIZE.
000722     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
000726     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
000730     OPEN INPUT ACCOUNT1.
000740     IF WS-ACC-FS NOT = "00"
000750         DISPLAY "EODSNAP: ERROR OPENING ACCOUNT1 " WS-ACC-FS
000864     EXIT.
000865
000866*----------------------------------------------------------*
000867* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
000868*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
000869*                     AND RECORD THE START OF THE RUN. THE  *
000870*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
000871*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
000872*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
000873*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
000874*                     COMPLETED.                            *
000875*----------------------------------------------------------*
000876 1900-LEDGER-START.
000877     OPEN INPUT RUNPREQ.
000878     IF WS-PQ-FS NOT = "00"
000879         DISPLAY "*** EODSNAP REFUSED ***"
000880         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
000881             WS-PQ-FS
000882         STOP RUN
000883     END-IF.
000884     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
000885     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
000886         UNTIL RP-AT-EOF.
000887     CLOSE RUNPREQ.
000888     IF WS-RL-REFUSE-CNT > ZERO
000889         MOVE "R" TO WS-RL-NEW-STATUS
000890         PERFORM 1940-POST-START THRU 1940-EXIT
000891         CLOSE RUNLEDG
000892         DISPLAY "*** EODSNAP REFUSED ***"
000893         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
000894             "DATE " WS-BUS-DATE
000895         STOP RUN
000896     END-IF.
000897     MOVE "S" TO WS-RL-NEW-STATUS.
000898     PERFORM 1940-POST-START THRU 1940-EXIT.
000899     CLOSE RUNLEDG.
000900 1900-EXIT.
000901     EXIT.
000902
000903 1910-CHECK-PREREQ.
000904     READ RUNPREQ
000905         AT END
000906             MOVE "Y" TO WS-RP-EOF-SW
000907             GO TO 1910-EXIT
000908     END-READ.
000909     IF RP-STEP = WS-RL-STEP
000910         MOVE RP-PREREQ TO RL-STEP
000911         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
000912         IF RL-ON-FILE AND RL-COMPLETE
000913             GO TO 1910-EXIT
000914         END-IF
000915         IF NOT RL-ON-FILE AND RP-MONTH-END
000916             GO TO 1910-EXIT
000917         END-IF
000918         ADD 1 TO WS-RL-REFUSE-CNT
000919         MOVE SPACES TO WS-RL-MESSAGE
000920         STRING "AWAITING " RP-PREREQ
000921             DELIMITED BY SIZE INTO WS-RL-MESSAGE
000922         DISPLAY "EODSNAP: " RP-PREREQ
000923             " HAS NOT COMPLETED FOR " WS-BUS-DATE
000924         GO TO 1910-EXIT
000925     END-IF.
000926     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
000927         MOVE RP-STEP TO RL-STEP
000928         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
000929         IF RL-ON-FILE AND RL-COMPLETE
000930             ADD 1 TO WS-RL-REFUSE-CNT
000931             MOVE SPACES TO WS-RL-MESSAGE
000932             STRING "OUT OF SEQUENCE AFTER " RP-STEP
000933                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
000934             DISPLAY "EODSNAP: " RP-STEP
000935                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
000936         END-IF
000937     END-IF.
000938 1910-EXIT.
000939     EXIT.
000940
000941 1920-READ-LEDGER.
000942     MOVE WS-BUS-DATE TO RL-BUS-DATE.
000943     MOVE "Y" TO WS-RL-FOUND-SW.
000944     READ RUNLEDG KEY IS RL-KEY
000945         INVALID KEY
000946             MOVE "N" TO WS-RL-FOUND-SW
000947     END-READ.
000948 1920-EXIT.
000949     EXIT.
000950
000951 1930-OPEN-LEDGER.
000952     OPEN I-O RUNLEDG.
000953     IF WS-RL-FS NOT = "00"
000954         OPEN OUTPUT RUNLEDG
000955         IF WS-RL-FS NOT = "00"
000956             DISPLAY "EODSNAP: ERROR OPENING RUNLEDG " WS-RL-FS
000957             STOP RUN
000958         END-IF
000959         CLOSE RUNLEDG
000960         OPEN I-O RUNLEDG
000961         IF WS-RL-FS NOT = "00"
000962             DISPLAY "EODSNAP: ERROR REOPENING RUNLEDG " WS-RL-FS
000963             STOP RUN
000964         END-IF
000965     END-IF.
000966 1930-EXIT.
000967     EXIT.
000968
000969*----------------------------------------------------------*
000970* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
000971*                   ENTRY FOR TODAY AS STARTED (S) OR       *
000972*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
000973*                   EARLIER CLEAN COMPLETION STANDING.      *
000974*----------------------------------------------------------*
000975 1940-POST-START.
000976     MOVE WS-RL-STEP TO RL-STEP.
000977     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
000978     IF RL-ON-FILE AND RL-COMPLETE
000979         AND WS-RL-NEW-STATUS = "R"
000980         GO TO 1940-EXIT
000981     END-IF.
000982     IF NOT RL-ON-FILE
000983         INITIALIZE RUNLEDG-REC
000984         MOVE WS-BUS-DATE TO RL-BUS-DATE
000985         MOVE WS-RL-STEP TO RL-STEP
000986     END-IF.
000987     ADD 1 TO RL-RUN-COUNT.
000988     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
000989     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
000990     ACCEPT RL-START-TIME FROM TIME.
000991     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
000992     INITIALIZE RL-COUNTS.
000993     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
000994     IF RL-ON-FILE
000995         REWRITE RUNLEDG-REC
000996             INVALID KEY
000997                 DISPLAY "EODSNAP: RUNLEDG REWRITE FAILED "
000998                     WS-RL-FS
000999         END-REWRITE
001000     ELSE
001001         WRITE RUNLEDG-REC
001002             INVALID KEY
001003                 DISPLAY "EODSNAP: RUNLEDG WRITE FAILED " WS-RL-FS
001004         END-WRITE
001005     END-IF.
001006 1940-EXIT.
001007     EXIT.
001008
001009*----------------------------------------------------------*
001010* 2000-SNAPSHOT-ACCOUNT - ONE DETAIL RECORD PER ACCOUNT.    *
001011*                         ALL ACCOUNTS ARE EXTRACTED, AS    *
001012*                         TRIALBAL SUMS THE WHOLE MASTER    *
001013*                         REGARDLESS OF STATUS.             *
001014*----------------------------------------------------------*
001015 2000-SNAPSHOT-ACCOUNT.
001016     READ ACCOUNT1
001017         AT END
001018             MOVE "Y" TO WS-ACC-EOF-SW
001019             GO TO 2000-EXIT
001020     END-READ.
001021     MOVE "D" TO OB-REC-TYPE.
001022     MOVE ACCT-NO TO OB-ACCT-NO.
001023     MOVE ACCT-TYPE TO OB-ACCT-TYPE.
001024     MOVE BALANCE TO OB-BALANCE.
001025     MOVE WS-BUS-DATE TO OB-BUS-DATE.
001026     WRITE OB-REC.
001030     ADD 1 TO WS-REC-COUNT.
001040     ADD BALANCE TO WS-BAL-TOTAL.
001050 2000-EXIT.
001270     CLOSE ACCOUNT1 OPENBAL.
001280 8000-EXIT.
001290     EXIT.
001300
001310*----------------------------------------------------------*
001320* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
001330*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
001340*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
001350*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
001360*----------------------------------------------------------*
001370 8900-LEDGER-END.
001375     INITIALIZE WS-RL-COUNTS.
001380     MOVE "ACCOUNTS" TO WS-RL-CNT-LABEL(1).
001390     MOVE WS-REC-COUNT TO WS-RL-CNT-VALUE(1).
001400     OPEN I-O RUNLEDG.
001410     IF WS-RL-FS NOT = "00"
001420         DISPLAY "EODSNAP: RUNLEDG NOT AVAILABLE " WS-RL-FS
001430         DISPLAY "EODSNAP: END OF RUN NOT RECORDED"
001440         GO TO 8900-EXIT
001450     END-IF.
001460     MOVE WS-RL-STEP TO RL-STEP.
001470     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001480     IF NOT RL-ON-FILE
001490         INITIALIZE RUNLEDG-REC
001500         MOVE WS-BUS-DATE TO RL-BUS-DATE
001510         MOVE WS-RL-STEP TO RL-STEP
001520         MOVE 1 TO RL-RUN-COUNT
001530     END-IF.
001540     IF WS-RL-RC < 8
001550         MOVE "C" TO RL-STATUS
001560     ELSE
001570         MOVE "F" TO RL-STATUS
001580     END-IF.
001590     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
001600     ACCEPT RL-END-TIME FROM TIME.
001610     MOVE WS-RL-RC TO RL-RETURN-CODE.
001620     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
001630     MOVE WS-RL-COUNTS TO RL-COUNTS.
001640     IF RL-ON-FILE
001650         REWRITE RUNLEDG-REC
001660             INVALID KEY
001670                 DISPLAY "EODSNAP: RUNLEDG REWRITE FAILED "
001680                     WS-RL-FS
001690         END-REWRITE
001700     ELSE
001710         WRITE RUNLEDG-REC
001720             INVALID KEY
001730                 DISPLAY "EODSNAP: RUNLEDG WRITE FAILED " WS-RL-FS
001740         END-WRITE
001750     END-IF.
001760     CLOSE RUNLEDG.
001770 8900-EXIT.
001780     EXIT.
