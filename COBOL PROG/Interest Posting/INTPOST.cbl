000160 REMARKS. MONTH-END INTEREST POSTING. READS ACCOUNT1, APPLIES A
000170     RATE KEYED BY ACCT-TYPE, POSTS THE COMPUTED INTEREST INTO
000180     BALANCE AND PRODUCES A PER-ACCOUNT INTEREST-PAID LISTING.
000181     EVERY POSTING IS ALSO JOURNALLED TO TRANJRNL UNDER TR-CODE
000182     INTR WITH ITS BEFORE AND AFTER BALANCES.
000183     THE INTEREST PAID IS THE AMOUNT ACCRUED DAY BY DAY ON
000184     ACCRMST BY INTACCR AT THE RATETBL RATES; ONCE PAID THE
000185     ACCRUAL IS RESET TO ZERO FOR THE NEW MONTH.
000190*----------------------------------------------------------*
000200* MODIFICATION HISTORY                                      *
000210*  DATE      BY   DESCRIPTION                                *
000222*  08/22/26  DLS  BUSINESS-DATE CONTROL: READS BUSDATE AT    *
000224*                 STARTUP, STAMPS IC-BUS-DATE, AND REFUSES   *
000226*                 TO RUN TWICE IN THE SAME POSTING PERIOD.   *
000227*  10/15/26  DLS  JOURNAL EACH INTEREST POSTING TO TRANJRNL  *
000228*                 (TR-CODE INTR) SO THE JOURNAL CARRIES      *
000229*                 EVERY BALANCE MOVEMENT.                    *
000230*  10/15/26  DLS  PAY THE DAILY ACCRUAL HELD ON ACCRMST AND  *
000231*                 RESET IT, IN PLACE OF THE FLAT MONTH-END   *
000232*                 RATE HARD-CODED IN 2100-LOOKUP-RATE.       *
000233*  10/15/26  DLS  SIGNED BALANCES ON THE LISTING FOR         *
000234*                 OVERDRAWN ACCOUNTS.                        *
000235*  10/15/26  DLS  ESCHEATED ACCOUNTS (STATUS E) ARE SKIPPED  *
000236*                 LIKE CLOSED ONES.                          *
000237*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000238*                 RUNPREQ AT START; START, END, RETURN       *
000239*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000240*  10/15/26  DLS  TRANJRNL IS NOW KEYED BY ACCOUNT, POSTING  *
000241*                 DATE AND SEQUENCE: OPENED I-O, AND EACH    *
000242*                 ENTRY IS FILED UNDER THE NEXT SEQUENCE     *
000243*                 NUMBER FOR ITS ACCOUNT AND DATE.           *
000244*----------------------------------------------------------*
000245 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ACCOUNT1 ASSIGN TO ACCOUNTF
000349         ORGANIZATION IS SEQUENTIAL
000351         FILE STATUS IS WS-BD-FS.

000352     SELECT TRANJRNL ASSIGN TO TRANJRNL
000353         ORGANIZATION IS INDEXED
000354         ACCESS MODE IS DYNAMIC
000355         RECORD KEY IS JR-KEY
000356         FILE STATUS IS WS-J-FS.

000357     SELECT ACCRMST ASSIGN TO ACCRMST
000358         ORGANIZATION IS INDEXED
000359         ACCESS MODE IS RANDOM
000360         RECORD KEY IS AC-ACCT-NO
000361         FILE STATUS IS WS-AC-FS.

000362     SELECT RUNPREQ ASSIGN TO RUNPREQ
000363         ORGANIZATION IS SEQUENTIAL
000364         FILE STATUS IS WS-PQ-FS.

000365     SELECT RUNLEDG ASSIGN TO RUNLEDG
000366         ORGANIZATION IS INDEXED
000367         ACCESS MODE IS DYNAMIC
000368         RECORD KEY IS RL-KEY
000369         FILE STATUS IS WS-RL-FS.

000370 DATA DIVISION.
000371 FILE SECTION.
000372 FD  ACCOUNT1.
000380 01  ACCT-REC.
000390     COPY ACCTREC.

000420     05 INT-ACCT-NO PIC X(10).
000430     05 INT-CUST-NAME PIC X(30).
000440     05 INT-ACCT-TYPE PIC X(01).
000450     05 INT-OLD-BALANCE PIC S9(7)V99.
000460     05 INT-RATE PIC 9V9(4).
000470     05 INT-AMOUNT PIC 9(7)V99.
000477     05 INT-NEW-BALANCE PIC S9(7)V99.

000485 FD  INTCTL.
000486 01  INTCTL-REC.
000489 01  BUSDATE-REC.
000490     COPY BUSDTREC.

000491 FD  TRANJRNL.
000492 01  JRNL-REC.
000493     COPY JRNLREC.

000494 FD  ACCRMST.
000495 01  ACCR-REC.
000496     COPY ACCRREC.

000497 FD  RUNPREQ.
000498 01  RUNPREQ-REC.
000499     COPY RUNPREQREC.

000500 FD  RUNLEDG.
000501 01  RUNLEDG-REC.
000502     COPY RUNLEDREC.

000503 WORKING-STORAGE SECTION.
000504 01  WS-ACC-FS PIC X(02).
000510 01  WS-RPT-FS PIC X(02).
000515 01  WS-IC-FS PIC X(02).
000516 01  WS-BD-FS PIC X(02).
000525 01  WS-PRIOR-IC-SW PIC X(01) VALUE "N".
000526     88 PRIOR-INTCTL-FOUND VALUE "Y".
000527 01  WS-EOF-SW PIC X(01) VALUE "N".
000528     88 ACC-AT-EOF VALUE "Y".
000529 01  WS-J-FS PIC X(02).
000530 01  WS-JS-HOLD-REC PIC X(96).
000531 01  WS-JS-ACCT-NO PIC X(10).
000532 01  WS-JS-BUS-DATE PIC 9(08).
000533 01  WS-JS-LAST-SEQ PIC 9(06) VALUE ZERO.
000534 01  WS-JS-END-SW PIC X(01) VALUE "N".
000535     88 JS-AT-END VALUE "Y".
000536 01  WS-AC-FS PIC X(02).
000537 01  WS-ACCR-SW PIC X(01) VALUE "N".
000538     88 ACCRUAL-ON-FILE VALUE "Y".

000540 01  WS-INT-RATE PIC 9V9(4) VALUE ZERO.
000550 01  WS-INT-AMOUNT PIC 9(7)V99 VALUE ZERO.
000560 01  WS-OLD-BALANCE PIC S9(7)V99 VALUE ZERO.
000570 01  WS-NEW-BALANCE PIC S9(7)V99 VALUE ZERO.

000580 01  WS-ACCOUNTS-READ PIC 9(05) COMP VALUE ZERO.
000590 01  WS-ACCOUNTS-POSTED PIC 9(05) COMP VALUE ZERO.
000600 01  WS-ACCOUNTS-SKIPPED PIC 9(05) COMP VALUE ZERO.
000601 01  WS-TOTAL-INTEREST PIC 9(09)V99 VALUE ZERO.

000602 01  WS-PQ-FS PIC X(02).
000603 01  WS-RL-FS PIC X(02).
000604 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
000605     88 RP-AT-EOF VALUE "Y".
000606 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
000607     88 RL-ON-FILE VALUE "Y".
000608 01  WS-RL-STEP PIC X(10) VALUE "INTPOST".
000609 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
000610 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
000611 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
000612 01  WS-RL-RC PIC 9(04) VALUE ZERO.
000613 01  WS-RL-COUNTS.
000614     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
000615        10 WS-RL-CNT-LABEL PIC X(10).
000616        10 WS-RL-CNT-VALUE PIC 9(09).

000620 PROCEDURE DIVISION.

000650     PERFORM 2000-POST-INTEREST THRU 2000-EXIT
000660         UNTIL ACC-AT-EOF.
000670     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000675     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
000680     STOP RUN.

000690*----------------------------------------------------------*
000720*----------------------------------------------------------*
000730 1000-INITIALIZE.
000731     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
000734     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
000737     PERFORM 1200-CHECK-PRIOR-RUN THRU 1200-EXIT.
000740     OPEN I-O ACCOUNT1.
000750     IF WS-ACC-FS NOT = "00"
000760         DISPLAY "INTPOST: ERROR OPENING ACCOUNT1 " WS-ACC-FS
000780     END-IF.
000790     OPEN OUTPUT INTRPT.
000800     IF WS-RPT-FS NOT = "00"
000801         DISPLAY "INTPOST: ERROR OPENING INTRPT " WS-RPT-FS
000802         STOP RUN
000803     END-IF.
000804     OPEN I-O TRANJRNL.
000805     IF WS-J-FS NOT = "00"
000806         OPEN OUTPUT TRANJRNL
000807         CLOSE TRANJRNL
000808         OPEN I-O TRANJRNL
000809     END-IF.
000810     IF WS-J-FS NOT = "00"
000811         DISPLAY "INTPOST: ERROR OPENING TRANJRNL " WS-J-FS
000812         STOP RUN
000813     END-IF.
000814     OPEN I-O ACCRMST.
000815     IF WS-AC-FS NOT = "00"
000816         DISPLAY "INTPOST: ACCRMST NOT AVAILABLE " WS-AC-FS
000817         DISPLAY "INTPOST: RUN REFUSED - NO ACCRUED INTEREST"
000818         DISPLAY "TO PAY"
000820         STOP RUN
000830     END-IF.
000840 1000-EXIT.
000898         DISPLAY "PERIOD " WS-BUS-PERIOD " ON " WS-PRIOR-IC-DATE
000899         DISPLAY "INTPOST: RUN REFUSED TO PREVENT DOUBLE"
000900         DISPLAY "PAYMENT OF INTEREST"
000901         MOVE 4 TO WS-RL-RC
000902         MOVE "PERIOD ALREADY POSTED" TO WS-RL-MESSAGE
000903         PERFORM 8900-LEDGER-END THRU 8900-EXIT
000904         STOP RUN
000905     END-IF.
000906 1200-EXIT.
000907     EXIT.

000908*----------------------------------------------------------*
000909* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
000910*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
000911*                     AND RECORD THE START OF THE RUN. THE  *
000912*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
000913*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
000914*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
000915*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
000916*                     COMPLETED.                            *
000917*----------------------------------------------------------*
000918 1900-LEDGER-START.
000919     OPEN INPUT RUNPREQ.
000920     IF WS-PQ-FS NOT = "00"
000921         DISPLAY "*** INTPOST REFUSED ***"
000922         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
000923             WS-PQ-FS
000924         STOP RUN
000925     END-IF.
000926     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
000927     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
000928         UNTIL RP-AT-EOF.
000929     CLOSE RUNPREQ.
000930     IF WS-RL-REFUSE-CNT > ZERO
000931         MOVE "R" TO WS-RL-NEW-STATUS
000932         PERFORM 1940-POST-START THRU 1940-EXIT
000933         CLOSE RUNLEDG
000934         DISPLAY "*** INTPOST REFUSED ***"
000935         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
000936             "DATE " WS-BUS-DATE
000937         STOP RUN
000938     END-IF.
000939     MOVE "S" TO WS-RL-NEW-STATUS.
000940     PERFORM 1940-POST-START THRU 1940-EXIT.
000941     CLOSE RUNLEDG.
000942 1900-EXIT.
000943     EXIT.

000944 1910-CHECK-PREREQ.
000945     READ RUNPREQ
000946         AT END
000947             MOVE "Y" TO WS-RP-EOF-SW
000948             GO TO 1910-EXIT
000949     END-READ.
000950     IF RP-STEP = WS-RL-STEP
000951         MOVE RP-PREREQ TO RL-STEP
000952         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
000953         IF RL-ON-FILE AND RL-COMPLETE
000954             GO TO 1910-EXIT
000955         END-IF
000956         IF NOT RL-ON-FILE AND RP-MONTH-END
000957             GO TO 1910-EXIT
000958         END-IF
000959         ADD 1 TO WS-RL-REFUSE-CNT
000960         MOVE SPACES TO WS-RL-MESSAGE
000961         STRING "AWAITING " RP-PREREQ
000962             DELIMITED BY SIZE INTO WS-RL-MESSAGE
000963         DISPLAY "INTPOST: " RP-PREREQ
000964             " HAS NOT COMPLETED FOR " WS-BUS-DATE
000965         GO TO 1910-EXIT
000966     END-IF.
000967     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
000968         MOVE RP-STEP TO RL-STEP
000969         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
000970         IF RL-ON-FILE AND RL-COMPLETE
000971             ADD 1 TO WS-RL-REFUSE-CNT
000972             MOVE SPACES TO WS-RL-MESSAGE
000973             STRING "OUT OF SEQUENCE AFTER " RP-STEP
000974                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
000975             DISPLAY "INTPOST: " RP-STEP
000976                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
000977         END-IF
000978     END-IF.
000979 1910-EXIT.
000980     EXIT.

000981 1920-READ-LEDGER.
000982     MOVE WS-BUS-DATE TO RL-BUS-DATE.
000983     MOVE "Y" TO WS-RL-FOUND-SW.
000984     READ RUNLEDG KEY IS RL-KEY
000985         INVALID KEY
000986             MOVE "N" TO WS-RL-FOUND-SW
000987     END-READ.
000988 1920-EXIT.
000989     EXIT.

000990 1930-OPEN-LEDGER.
000991     OPEN I-O RUNLEDG.
000992     IF WS-RL-FS NOT = "00"
000993         OPEN OUTPUT RUNLEDG
000994         IF WS-RL-FS NOT = "00"
000995             DISPLAY "INTPOST: ERROR OPENING RUNLEDG " WS-RL-FS
000996             STOP RUN
000997         END-IF
000998         CLOSE RUNLEDG
000999         OPEN I-O RUNLEDG
001000         IF WS-RL-FS NOT = "00"
001001             DISPLAY "INTPOST: ERROR REOPENING RUNLEDG " WS-RL-FS
001002             STOP RUN
001003         END-IF
001004     END-IF.
001005 1930-EXIT.
001006     EXIT.

001007*----------------------------------------------------------*
001008* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
001009*                   ENTRY FOR TODAY AS STARTED (S) OR       *
001010*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
001011*                   EARLIER CLEAN COMPLETION STANDING.      *
001012*----------------------------------------------------------*
001013 1940-POST-START.
001014     MOVE WS-RL-STEP TO RL-STEP.
001015     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001016     IF RL-ON-FILE AND RL-COMPLETE
001017         AND WS-RL-NEW-STATUS = "R"
001018         GO TO 1940-EXIT
001019     END-IF.
001020     IF NOT RL-ON-FILE
001021         INITIALIZE RUNLEDG-REC
001022         MOVE WS-BUS-DATE TO RL-BUS-DATE
001023         MOVE WS-RL-STEP TO RL-STEP
001024     END-IF.
001025     ADD 1 TO RL-RUN-COUNT.
001026     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
001027     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
001028     ACCEPT RL-START-TIME FROM TIME.
001029     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
001030     INITIALIZE RL-COUNTS.
001031     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
001032     IF RL-ON-FILE
001033         REWRITE RUNLEDG-REC
001034             INVALID KEY
001035                 DISPLAY "INTPOST: RUNLEDG REWRITE FAILED "
001036                     WS-RL-FS
001037         END-REWRITE
001038     ELSE
001039         WRITE RUNLEDG-REC
001040             INVALID KEY
001041                 DISPLAY "INTPOST: RUNLEDG WRITE FAILED " WS-RL-FS
001042         END-WRITE
001043     END-IF.
001044 1940-EXIT.
001045     EXIT.

001046*----------------------------------------------------------*
001047* 2000-POST-INTEREST - READ ONE ACCOUNT, COMPUTE AND POST   *
001048*                      ITS INTEREST, AND LIST IT.           *
001049*----------------------------------------------------------*
001050 2000-POST-INTEREST.
001051     READ ACCOUNT1
001052         AT END
001053             MOVE "Y" TO WS-EOF-SW
001054             GO TO 2000-EXIT
001055     END-READ.
001056     ADD 1 TO WS-ACCOUNTS-READ.
001057     IF ACCT-STATUS = "I" OR ACCT-STATUS = "E"
001058         ADD 1 TO WS-ACCOUNTS-SKIPPED
001059         GO TO 2000-EXIT
001060     END-IF.
001061     PERFORM 2100-READ-ACCRUAL THRU 2100-EXIT.
001062     IF NOT ACCRUAL-ON-FILE
001063         ADD 1 TO WS-ACCOUNTS-SKIPPED
001064         GO TO 2000-EXIT
001065     END-IF.
001066     MOVE BALANCE TO WS-OLD-BALANCE.
001067     COMPUTE WS-INT-AMOUNT ROUNDED = AC-ACCRUED.
001068     MOVE AC-LAST-RATE TO WS-INT-RATE.
001080     IF WS-INT-AMOUNT = ZERO
001090         ADD 1 TO WS-ACCOUNTS-SKIPPED
001100         GO TO 2000-EXIT
001180             GO TO 2000-EXIT
001190     END-REWRITE.
001200     PERFORM 2200-WRITE-LISTING THRU 2200-EXIT.
001203     PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT.
001206     PERFORM 2400-RESET-ACCRUAL THRU 2400-EXIT.
001210     ADD 1 TO WS-ACCOUNTS-POSTED.
001220     ADD WS-INT-AMOUNT TO WS-TOTAL-INTEREST.
001230 2000-EXIT.
001240     EXIT.

001250*----------------------------------------------------------*
001257* 2100-READ-ACCRUAL - FETCH THE INTEREST INTACCR HAS        *
001264*                     ACCRUED FOR THIS ACCOUNT OVER THE     *
001271*                     MONTH. THE LISTING SHOWS ITS RATE.    *
001280*----------------------------------------------------------*
001290 2100-READ-ACCRUAL.
001300     MOVE "Y" TO WS-ACCR-SW.
001310     MOVE ZERO TO WS-INT-RATE.
001320     MOVE ACCT-NO TO AC-ACCT-NO.
001330     READ ACCRMST
001340         INVALID KEY
001350             MOVE "N" TO WS-ACCR-SW
001360     END-READ.
001400 2100-EXIT.
001410     EXIT.

001450*----------------------------------------------------------*
001460 2200-WRITE-LISTING.
001470     MOVE ACCT-NO TO INT-ACCT-NO.
001471     MOVE CUST-NAME TO INT-CUST-NAME.
001472     MOVE ACCT-TYPE TO INT-ACCT-TYPE.
001473     MOVE WS-OLD-BALANCE TO INT-OLD-BALANCE.
001474     MOVE WS-INT-RATE TO INT-RATE.
001475     MOVE WS-INT-AMOUNT TO INT-AMOUNT.
001476     MOVE WS-NEW-BALANCE TO INT-NEW-BALANCE.
001477     WRITE INT-REC.
001478 2200-EXIT.
001479     EXIT.

001480*----------------------------------------------------------*
001481* 2300-WRITE-JOURNAL - JOURNAL THE INTEREST CREDIT WITH ITS *
001482*                      BEFORE AND AFTER BALANCES, STAMPED   *
001483*                      WITH THE BUSINESS DATE.              *
001484*----------------------------------------------------------*
001485 2300-WRITE-JOURNAL.
001486     MOVE ACCT-NO TO JR-TRANSNO.
001487     MOVE ACCT-NO TO JR-ACCT-NO.
001488     MOVE "D" TO JR-TR-TYPE.
001489     MOVE "INTR" TO JR-TR-CODE.
001490     MOVE "MONTH-END INTEREST" TO JR-TR-MEMO.
001491     MOVE WS-INT-AMOUNT TO JR-TR-AMOUNT.
001492     MOVE WS-OLD-BALANCE TO JR-BAL-BEFORE.
001493     MOVE WS-NEW-BALANCE TO JR-BAL-AFTER.
001494     MOVE WS-BUS-DATE TO JR-BUS-DATE.
001495     PERFORM 7600-JOURNAL-WRITE THRU 7600-EXIT.
001496 2300-EXIT.
001497     EXIT.

001498*----------------------------------------------------------*
001499* 2400-RESET-ACCRUAL - THE ACCRUAL HAS BEEN PAID; CLEAR IT  *
001500*                      FOR THE NEW MONTH AND RECORD THE     *
001501*                      PAYMENT. ANY ROUNDING RESIDUE BELOW  *
001502*                      THE CENT IS DROPPED WITH IT.         *
001503*----------------------------------------------------------*
001504 2400-RESET-ACCRUAL.
001505     MOVE ZERO TO AC-ACCRUED.
001506     MOVE WS-BUS-DATE TO AC-LAST-PAID-DATE.
001507     MOVE WS-INT-AMOUNT TO AC-LAST-PAID-AMT.
001508     REWRITE ACCR-REC
001509         INVALID KEY
001510             DISPLAY "INTPOST: ACCRMST REWRITE FAILED "
001511                 AC-ACCT-NO
001512     END-REWRITE.
001513 2400-EXIT.
001514     EXIT.

001515*----------------------------------------------------------*
001516* 7600-JOURNAL-WRITE - FILE THE ENTRY BUILT IN JRNL-REC     *
001517*                      UNDER THE NEXT SEQUENCE NUMBER FOR   *
001518*                      ITS ACCOUNT AND POSTING DATE: ONE    *
001519*                      MORE THAN THE HIGHEST ALREADY ON     *
001520*                      THE JOURNAL.                         *
001521*----------------------------------------------------------*
001522 7600-JOURNAL-WRITE.
001523     MOVE JRNL-REC TO WS-JS-HOLD-REC.
001524     MOVE JR-ACCT-NO TO WS-JS-ACCT-NO.
001525     MOVE JR-BUS-DATE TO WS-JS-BUS-DATE.
001526     MOVE ZERO TO WS-JS-LAST-SEQ.
001527     MOVE ZERO TO JR-SEQ-NO.
001528     MOVE "N" TO WS-JS-END-SW.
001529     START TRANJRNL KEY IS NOT LESS THAN JR-KEY
001530         INVALID KEY
001531             MOVE "Y" TO WS-JS-END-SW
001532     END-START.
001533     PERFORM 7610-LAST-SEQ-STEP THRU 7610-EXIT
001534         UNTIL JS-AT-END.
001535     MOVE WS-JS-HOLD-REC TO JRNL-REC.
001536     COMPUTE JR-SEQ-NO = WS-JS-LAST-SEQ + 1.
001537     WRITE JRNL-REC
001538         INVALID KEY
001539             DISPLAY "INTPOST: TRANJRNL WRITE FAILED " WS-J-FS
001540                 " ACCOUNT " JR-ACCT-NO
001541     END-WRITE.
001542 7600-EXIT.
001543     EXIT.

001544 7610-LAST-SEQ-STEP.
001545     READ TRANJRNL NEXT
001546         AT END
001547             MOVE "Y" TO WS-JS-END-SW
001548             GO TO 7610-EXIT
001549     END-READ.
001550     IF JR-ACCT-NO NOT = WS-JS-ACCT-NO
001551         OR JR-BUS-DATE NOT = WS-JS-BUS-DATE
001552         MOVE "Y" TO WS-JS-END-SW
001553         GO TO 7610-EXIT
001554     END-IF.
001555     MOVE JR-SEQ-NO TO WS-JS-LAST-SEQ.
001556 7610-EXIT.
001560     EXIT.

001570*----------------------------------------------------------*
001662     ELSE
001663         DISPLAY "INTPOST: ERROR OPENING INTCTL " WS-IC-FS
001664     END-IF.
001667     CLOSE ACCOUNT1 INTRPT TRANJRNL ACCRMST.
001670 8000-EXIT.
001680     EXIT.

001690*----------------------------------------------------------*
001700* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
001710*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
001720*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
001730*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
001740*----------------------------------------------------------*
001750 8900-LEDGER-END.
001755     INITIALIZE WS-RL-COUNTS.
001760     MOVE "READ" TO WS-RL-CNT-LABEL(1).
001770     MOVE WS-ACCOUNTS-READ TO WS-RL-CNT-VALUE(1).
001780     MOVE "POSTED" TO WS-RL-CNT-LABEL(2).
001790     MOVE WS-ACCOUNTS-POSTED TO WS-RL-CNT-VALUE(2).
001800     MOVE "SKIPPED" TO WS-RL-CNT-LABEL(3).
001810     MOVE WS-ACCOUNTS-SKIPPED TO WS-RL-CNT-VALUE(3).
001820     OPEN I-O RUNLEDG.
001830     IF WS-RL-FS NOT = "00"
001840         DISPLAY "INTPOST: RUNLEDG NOT AVAILABLE " WS-RL-FS
001850         DISPLAY "INTPOST: END OF RUN NOT RECORDED"
001860         GO TO 8900-EXIT
001870     END-IF.
001880     MOVE WS-RL-STEP TO RL-STEP.
001890     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001900     IF NOT RL-ON-FILE
001910         INITIALIZE RUNLEDG-REC
001920         MOVE WS-BUS-DATE TO RL-BUS-DATE
001930         MOVE WS-RL-STEP TO RL-STEP
001940         MOVE 1 TO RL-RUN-COUNT
001950     END-IF.
001960     IF WS-RL-RC < 8
001970         MOVE "C" TO RL-STATUS
001980     ELSE
001990         MOVE "F" TO RL-STATUS
002000     END-IF.
002010     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
002020     ACCEPT RL-END-TIME FROM TIME.
002030     MOVE WS-RL-RC TO RL-RETURN-CODE.
002040     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
002050     MOVE WS-RL-COUNTS TO RL-COUNTS.
002060     IF RL-ON-FILE
002070         REWRITE RUNLEDG-REC
002080             INVALID KEY
002090                 DISPLAY "INTPOST: RUNLEDG REWRITE FAILED "
002100                     WS-RL-FS
002110         END-REWRITE
002120     ELSE
002130         WRITE RUNLEDG-REC
002140             INVALID KEY
002150                 DISPLAY "INTPOST: RUNLEDG WRITE FAILED " WS-RL-FS
002160         END-WRITE
002170     END-IF.
002180     CLOSE RUNLEDG.
002190 8900-EXIT.
002200     EXIT.
