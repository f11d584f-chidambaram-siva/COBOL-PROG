000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 08/09/2026.
000150 DATE-COMPILED.
000151 REMARKS. ACCOUNT MASTER MAINTENANCE - OPEN, CLOSE, REACTIVATE
000152     AND ACCOUNT TYPE CHANGE PROCESSING AGAINST ACCOUNT1,
000153     DRIVEN BY CTLCARD CONTROL CARDS. A CARD IS NOT APPLIED
000154     AS KEYED: PENDCAPT FILES IT ON PENDMST, PENDAPPR RECORDS
000155     A SECOND OPERATOR'S APPROVAL, AND THIS PROGRAM APPLIES
000156     ONLY THE APPROVED ACCOUNT ITEMS, RECORDING THE RESULT
000157     ON PENDMST. A NON-ZERO OPENING BALANCE IS JOURNALLED TO
000158     TRANJRNL UNDER TR-CODE OPEN SO THE JOURNAL CARRIES THE
000159     ACCOUNT FROM ZERO.
000160     AN OVERDRAFT-LIMIT CARD SETS OR CHANGES THE ARRANGED
000161     OVERDRAFT ON A CHECKING ACCOUNT.
000162     A CLOSE CARD SETTLES THE ACCOUNT BEFORE IT IS MARKED
000163     CLOSED: WHILE ANY HOLD IS ACTIVE THE CLOSE IS QUEUED -
000164     LISTED ON CLOSPEND AND LEFT APPROVED ON PENDMST, SO
000165     EACH LATER RUN RETRIES IT; OTHERWISE STANDING ORDERS TO
000166     OR FROM THE ACCOUNT ARE CANCELLED, THE ACCRUED INTEREST
000167     ON ACCRMST IS PAID (INTR), THE FEESCHED CLOSING FEE IS
000168     CHARGED (FEES), AND THE REMAINING BALANCE IS PAID OUT
000169     (CLOS) EITHER AS A CREDIT TO A NOMINATED ACCOUNT ON THE
000170     CLOSXFER FEED FOR THE NEXT VSAMFILE RUN OR TO THE
000171     CHQPAY OFFICIAL-CHEQUE FILE FOR THE CASHIER'S OFFICE.
000172     EACH STEP IS LISTED ON THE CLOSRPT CLOSE-OUT REPORT AND
000173     THE DAY'S SETTLEMENT TOTALS GO ON THE OPNCTL RECORD.
000174     A SAME-DAY RERUN ADDS TO THE DAY'S CLOSXFER, CHQPAY AND
000175     CLOSRPT FILES AND TO THE OPNCTL TOTALS ALREADY STAMPED
000176     WITH THE BUSINESS DATE, SO NOTHING THE FIRST RUN PAID
000177     OUT IS LOST.
000178     ACCTMAINT MUST RUN BEFORE VSAMFILE ON THE SAME BUSINESS
000179     DATE, AS VSAMFILE POSTS THE CLOSXFER FEED AND TAKES
000180     ONLY A FEED STAMPED WITH ITS OWN BUSINESS DATE; RUNPREQ
000181     CARRIES VSAMFILE AFTER ACCTMAINT AS A DAILY ENTRY.
000182     VSAMFILE RELEASES CLOSXFER ONCE IT IS POSTED, SO A
000183     CLOSXFER STILL HOLDING A FEED FROM AN EARLIER BUSINESS
000184     DATE REFUSES THE RUN (RC 8) RATHER THAN BEING REPLACED:
000185     OPERATIONS MUST FIRST CONFIRM THAT FEED WAS POSTED, OR
000186     MOVE THE FILE ASIDE.
000190*----------------------------------------------------------*
000200* MODIFICATION HISTORY                                      *
000210*  DATE      BY   DESCRIPTION                                *
000245*  09/03/26  DLS  NEW ACCOUNTS OPEN UNLINKED: ACCT-CUST-ID   *
000246*                 CLEARED; CUSTMAINT LINK CARDS ATTACH THE   *
000247*                 ACCOUNT TO ITS CUSTMST CUSTOMER.           *
000248*  10/15/26  DLS  JOURNAL THE OPENING BALANCE OF EACH NEW    *
000249*                 ACCOUNT TO TRANJRNL (TR-CODE OPEN).        *
000250*  10/15/26  DLS  OVERDRAFT-LIMIT CARD (ACTION L) SETS       *
000251*                 ACCT-OD-LIMIT ON CHECKING ACCOUNTS; NEW    *
000252*                 ACCOUNTS OPEN WITH NO OVERDRAFT AND A TYPE *
000253*                 CHANGE MAY NOT LEAVE ONE ON A NON-CHECKING *
000254*                 ACCOUNT.                                   *
000255*  10/15/26  DLS  CLOSE-OUT SETTLEMENT: CLOSE QUEUED WHILE   *
000256*                 HOLDS ARE ACTIVE; STANDING ORDERS          *
000257*                 CANCELLED, FINAL INTEREST AND CLOSING FEE  *
000258*                 POSTED AND THE BALANCE PAID OUT BY         *
000259*                 TRANSFER (CLOSXFER) OR OFFICIAL CHEQUE     *
000260*                 (CHQPAY) BEFORE THE STATUS IS SET. NEW     *
000261*                 CLOSRPT CLOSE-OUT REPORT; SETTLEMENT       *
000262*                 TOTALS ADDED TO OPNCTL.                    *
000263*  10/15/26  DLS  ESCHEATED ACCOUNTS (STATUS E) CANNOT BE    *
000264*                 REACTIVATED, CLOSED OR PAID INTO.          *
000265*  10/15/26  DLS  MAKER-CHECKER: CARDS ARE FILED ON          *
000266*                 PENDMST BY PENDCAPT AND APPROVED BY        *
000267*                 PENDAPPR. ONLY APPROVED ACCT ITEMS ARE     *
000268*                 APPLIED; THE RESULT GOES BACK ON PENDMST.  *
000269*                 A CLOSE QUEUED FOR HOLDS STAYS APPROVED    *
000270*                 AND IS RETRIED ON EACH LATER RUN; CLOSPEND *
000271*                 ONLY LISTS IT.                             *
000272*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000273*                 RUNPREQ AT START; START, END, RETURN       *
000274*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000275*  10/15/26  DLS  TRANJRNL IS NOW KEYED BY ACCOUNT, POSTING  *
000276*                 DATE AND SEQUENCE: OPENED I-O, AND EACH    *
000277*                 ENTRY IS FILED UNDER THE NEXT SEQUENCE     *
000278*                 NUMBER FOR ITS ACCOUNT AND DATE.           *
000279*  10/15/26  DLS  A SAME-DAY RERUN EXTENDS CLOSXFER, CHQPAY  *
000280*                 AND CLOSRPT AND ADDS TO THE OPNCTL TOTALS  *
000281*                 ALREADY STAMPED TODAY; ITS CLOSXFER        *
000282*                 TRAILER TAKES THE NEXT FEED SERIAL.        *
000283*                 PARAGRAPHS PUT IN NUMBER ORDER.            *
000284*  10/15/26  DLS  A CLOSXFER LEFT FROM AN EARLIER BUSINESS   *
000285*                 DATE REFUSES THE RUN INSTEAD OF BEING      *
000286*                 REPLACED; IT IS NOW CHECKED ON EVERY RUN.  *
000287*----------------------------------------------------------*
000288 ENVIRONMENT DIVISION.
000289 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000291     SELECT PENDMST ASSIGN TO PENDMST
000292         ORGANIZATION IS INDEXED
000293         ACCESS MODE IS DYNAMIC
000294         RECORD KEY IS PN-PEND-ID
000295         FILE STATUS IS WS-PN-FS.

000310     SELECT ACCOUNT1 ASSIGN TO ACCOUNTF
000320         ORGANIZATION IS INDEXED
000389         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-BD-FS.

000392     SELECT TRANJRNL ASSIGN TO TRANJRNL
000394         ORGANIZATION IS INDEXED
000396         ACCESS MODE IS DYNAMIC
000398         RECORD KEY IS JR-KEY
000400         FILE STATUS IS WS-J-FS.

000402     SELECT HOLDMST ASSIGN TO HOLDMST
000404         ORGANIZATION IS INDEXED
000406         ACCESS MODE IS DYNAMIC
000408         RECORD KEY IS HD-HOLD-ID
000410         FILE STATUS IS WS-HD-FS.

000412     SELECT STORDMST ASSIGN TO STORDMST
000414         ORGANIZATION IS INDEXED
000416         ACCESS MODE IS DYNAMIC
000418         RECORD KEY IS SO-ID
000420         FILE STATUS IS WS-SO-FS.

000422     SELECT ACCRMST ASSIGN TO ACCRMST
000424         ORGANIZATION IS INDEXED
000426         ACCESS MODE IS RANDOM
000428         RECORD KEY IS AC-ACCT-NO
000430         FILE STATUS IS WS-AC-FS.

000432     SELECT FEESCHED ASSIGN TO FEESCHED
000434         ORGANIZATION IS SEQUENTIAL
000436         FILE STATUS IS WS-FS-FS.

000438     SELECT CLOSXFER ASSIGN TO CLOSXFER
000440         ORGANIZATION IS SEQUENTIAL
000442         FILE STATUS IS WS-CX-FS.

000444     SELECT CHQPAY ASSIGN TO CHQPAY
000446         ORGANIZATION IS SEQUENTIAL
000448         FILE STATUS IS WS-CQ-FS.

000450     SELECT CLOSPEND ASSIGN TO CLOSPEND
000452         ORGANIZATION IS SEQUENTIAL
000454         FILE STATUS IS WS-CP-FS.

000456     SELECT CLOSRPT ASSIGN TO CLOSRPT
000458         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-CR-FS.

000462     SELECT RUNPREQ ASSIGN TO RUNPREQ
000464         ORGANIZATION IS SEQUENTIAL
000466         FILE STATUS IS WS-PQ-FS.
000468
000470     SELECT RUNLEDG ASSIGN TO RUNLEDG
000472         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS DYNAMIC
000476         RECORD KEY IS RL-KEY
000478         FILE STATUS IS WS-RL-FS.
000480
000482 DATA DIVISION.
000484 FILE SECTION.
000486 FD  PENDMST.
000488 01  PEND-REC.
000490     COPY PENDREC.

000520 FD  ACCOUNT1.
000530 01  ACCT-REC.
000599 01  BUSDATE-REC.
000601     COPY BUSDTREC.

000602 FD  TRANJRNL.
000603 01  JRNL-REC.
000604     COPY JRNLREC.

000605 FD  HOLDMST.
000606 01  HOLD-REC.
000607     COPY HOLDREC.

000608 FD  STORDMST.
000609 01  SO-REC.
000610     COPY STORDREC.

000611 FD  ACCRMST.
000612 01  ACCR-REC.
000613     COPY ACCRREC.

000614 FD  FEESCHED.
000615 01  FEESCHED-REC.
000616     COPY FEESCHREC.

000617 FD  CLOSXFER.
000618 01  TRAN-REC.
000619     COPY TRANREC.
000620 01  TRAN-TRL-REC.
000621     COPY TRNTRLREC.

000622 FD  CHQPAY.
000623 01  CHQ-REC.
000624     05 CQ-BUS-DATE PIC 9(08).
000625     05 CQ-ACCT-NO PIC X(10).
000626     05 CQ-PAYEE-NAME PIC X(30).
000627     05 CQ-AMOUNT PIC 9(7)V99.
000628     05 CQ-MEMO PIC X(20).

000629 FD  CLOSPEND.
000630 01  CLOSPEND-REC PIC X(79).

000631 FD  CLOSRPT.
000632 01  RPT-LINE PIC X(132).

000633 FD  RUNPREQ.
000634 01  RUNPREQ-REC.
000635     COPY RUNPREQREC.
000636
000637 FD  RUNLEDG.
000638 01  RUNLEDG-REC.
000639     COPY RUNLEDREC.
000640
000641 WORKING-STORAGE SECTION.
000642 01  WS-PN-FS PIC X(02).
000643     88 PN-FILE-OK VALUE "00".
000644 01  WS-ACC-FS PIC X(02).
000645     88 ACC-FILE-OK VALUE "00".
000650 01  WS-LOG-FS PIC X(02).
000655 01  WS-OC-FS PIC X(02).
000656 01  WS-BD-FS PIC X(02).
000657 01  WS-J-FS PIC X(02).
000658 01  WS-JS-HOLD-REC PIC X(96).
000659 01  WS-JS-ACCT-NO PIC X(10).
000660 01  WS-JS-BUS-DATE PIC 9(08).
000661 01  WS-JS-LAST-SEQ PIC 9(06) VALUE ZERO.
000662 01  WS-JS-END-SW PIC X(01) VALUE "N".
000663     88 JS-AT-END VALUE "Y".
000664 01  WS-HD-FS PIC X(02).
000665 01  WS-SO-FS PIC X(02).
000666 01  WS-AC-FS PIC X(02).
000667 01  WS-FS-FS PIC X(02).
000668 01  WS-CX-FS PIC X(02).
000669 01  WS-CQ-FS PIC X(02).
000670 01  WS-CP-FS PIC X(02).
000671 01  WS-CR-FS PIC X(02).
000672 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.
000673 01  WS-TOTAL-OPENED-BAL PIC 9(09)V99 VALUE ZERO.

000674 01  WS-EOF-SW PIC X(01) VALUE "N".
000675     88 PEND-AT-EOF VALUE "Y".

000676 01  CTL-REC.
000677     COPY CTLCDREC.
000678 01  WS-PRIOR-REJECTS PIC 9(05) COMP VALUE ZERO.
000679 01  WS-PRIOR-QUEUED PIC 9(05) COMP VALUE ZERO.
000680 01  WS-LAST-RESULT PIC X(25).

000681 01  WS-COUNTERS.
000690     05 WS-CARDS-READ PIC 9(05) COMP VALUE ZERO.
000700     05 WS-OPENED-CNT PIC 9(05) COMP VALUE ZERO.
000710     05 WS-CLOSED-CNT PIC 9(05) COMP VALUE ZERO.
000720     05 WS-REACT-CNT PIC 9(05) COMP VALUE ZERO.
000730     05 WS-CHGTYPE-CNT PIC 9(05) COMP VALUE ZERO.
000731     05 WS-REJECT-CNT PIC 9(05) COMP VALUE ZERO.
000732     05 WS-ODLIMIT-CNT PIC 9(05) COMP VALUE ZERO.
000733     05 WS-QUEUED-CNT PIC 9(05) COMP VALUE ZERO.
000734     05 WS-SO-CANCEL-TOT PIC 9(05) COMP VALUE ZERO.
000735     05 WS-XFER-CNT PIC 9(07) VALUE ZERO.
000736     05 WS-CHEQUE-CNT PIC 9(05) COMP VALUE ZERO.

000742 01  WS-CD-ACCT-X PIC X(10).
000743 01  WS-CD-ACCT-R REDEFINES WS-CD-ACCT-X.
000751 01  WS-CD-OK-SW PIC X(01) VALUE "N".
000752     88 CHECK-DIGIT-OK VALUE "Y".

000753 01  WS-SCAN-EOF-SW PIC X(01) VALUE "N".
000754     88 SCAN-AT-EOF VALUE "Y".
000755 01  WS-ACCR-SW PIC X(01) VALUE "N".
000756     88 ACCRUAL-ON-FILE VALUE "Y".
000757 01  WS-PAYOUT-OK-SW PIC X(01) VALUE "N".
000758     88 PAYOUT-OK VALUE "Y".
000759 01  WS-SCHED-EOF-SW PIC X(01) VALUE "N".
000760     88 SCHED-AT-EOF VALUE "Y".
000761 01  WS-SCHED-FULL-SW PIC X(01) VALUE "N".
000762     88 SCHED-FULL-WARNED VALUE "Y".

000763 01  WS-SCHED-COUNT PIC 9(02) COMP VALUE ZERO.
000764 01  WS-SCHED-MAX PIC 9(02) COMP VALUE 10.
000765 01  WS-SCHED-IDX PIC 9(02) COMP VALUE ZERO.
000766 01  SCHED-TABLE.
000767     05 SCHED-ENTRY OCCURS 10 TIMES.
000768        10 SC-ACCT-TYPE PIC X(01).
000769        10 SC-CLOSING-FEE PIC 9(5)V99.

000770 01  WS-CLOSE-ACCT PIC X(10).
000771 01  WS-SAVE-ACCT-REC PIC X(84).
000772 01  WS-HOLD-CNT PIC 9(05) COMP VALUE ZERO.
000773 01  WS-HOLD-TOTAL PIC 9(09)V99 VALUE ZERO.
000774 01  WS-SO-CANCEL-CNT PIC 9(05) COMP VALUE ZERO.
000775 01  WS-CLOSE-INT PIC 9(7)V99 VALUE ZERO.
000776 01  WS-CLOSE-FEE PIC 9(7)V99 VALUE ZERO.
000777 01  WS-PAYOUT-AMT PIC 9(7)V99 VALUE ZERO.
000778 01  WS-OLD-BALANCE PIC S9(7)V99 VALUE ZERO.
000779 01  WS-WORK-BALANCE PIC S9(7)V99 VALUE ZERO.
000780 01  WS-CNT-EDIT PIC ZZZZ9.
000781 01  WS-TOTAL-CLOSE-INT PIC 9(09)V99 VALUE ZERO.
000782 01  WS-TOTAL-CLOSE-FEES PIC 9(09)V99 VALUE ZERO.
000783 01  WS-TOTAL-XFER-PAYOUT PIC 9(09)V99 VALUE ZERO.
000784 01  WS-TOTAL-CHEQUE-PAYOUT PIC 9(09)V99 VALUE ZERO.

000785 01  WS-RERUN-SW PIC X(01) VALUE "N".
000786     88 SAME-DAY-RERUN VALUE "Y".
000787 01  WS-XFER-EXTEND-SW PIC X(01) VALUE "N".
000788     88 XFER-EXTEND VALUE "Y".
000789 01  WS-CHQ-EXTEND-SW PIC X(01) VALUE "N".
000790     88 CHQ-EXTEND VALUE "Y".
000791 01  WS-PRIOR-TODAY-CNT PIC 9(05) COMP VALUE ZERO.
000792 01  WS-PRIOR-OTHER-CNT PIC 9(05) COMP VALUE ZERO.
000793 01  WS-XFER-SERIAL.
000794     05 FILLER PIC X(02) VALUE "AM".
000795     05 WS-XS-NUMBER PIC 9(02) VALUE 1.
000796 01  WS-PRIOR-OPNCTL.
000797     05 WS-PO-OPENED-BAL PIC 9(09)V99 VALUE ZERO.
000798     05 WS-PO-OPENED PIC 9(05) VALUE ZERO.
000799     05 WS-PO-CLOSE-INT PIC 9(09)V99 VALUE ZERO.
000800     05 WS-PO-CLOSE-FEES PIC 9(09)V99 VALUE ZERO.
000801     05 WS-PO-XFER-PAYOUT PIC 9(09)V99 VALUE ZERO.
000802     05 WS-PO-CHEQUE-PAYOUT PIC 9(09)V99 VALUE ZERO.
000803     05 WS-PO-CLOSED PIC 9(05) VALUE ZERO.

000804 01  WS-XFER-MEMO.
000805     05 FILLER PIC X(15) VALUE "CLOSE-OUT FROM ".
000806     05 WS-XM-ACCT PIC X(10).
000807     05 FILLER PIC X(05) VALUE SPACES.
000808 01  WS-PAY-MEMO.
000809     05 FILLER PIC X(13) VALUE "CLOSE-OUT TO ".
000810     05 WS-PM-DEST PIC X(17).

000811 01  WS-COLHDR-LINE.
000812     05 FILLER PIC X(04) VALUE SPACES.
000813     05 FILLER PIC X(30) VALUE "SETTLEMENT STEP".
000814     05 FILLER PIC X(16) VALUE "         AMOUNT".
000815     05 FILLER PIC X(16) VALUE "        BALANCE".
000816     05 FILLER PIC X(40) VALUE "DETAIL".
000817     05 FILLER PIC X(26) VALUE SPACES.

000818 01  WS-ACCT-LINE.
000819     05 FILLER PIC X(02) VALUE SPACES.
000820     05 FILLER PIC X(08) VALUE "ACCOUNT ".
000821     05 WS-AH-ACCT-NO PIC X(10).
000822     05 FILLER PIC X(02) VALUE SPACES.
000823     05 WS-AH-CUST-NAME PIC X(30).
000824     05 FILLER PIC X(07) VALUE "  TYPE ".
000825     05 WS-AH-ACCT-TYPE PIC X(01).
000826     05 FILLER PIC X(10) VALUE "  BALANCE ".
000827     05 WS-AH-BALANCE PIC ZZ,ZZZ,ZZ9.99-.
000828     05 FILLER PIC X(48) VALUE SPACES.

000829 01  WS-STEP-LINE.
000830     05 FILLER PIC X(04) VALUE SPACES.
000831     05 WS-SP-STEP PIC X(30).
000832     05 WS-SP-AMOUNT PIC ZZ,ZZZ,ZZ9.99-.
000833     05 FILLER PIC X(02) VALUE SPACES.
000834     05 WS-SP-BALANCE PIC ZZ,ZZZ,ZZ9.99-.
000835     05 FILLER PIC X(02) VALUE SPACES.
000836     05 WS-SP-DETAIL PIC X(40).
000837     05 FILLER PIC X(26) VALUE SPACES.

000838 01  WS-SUM-LINE.
000839     05 FILLER PIC X(02) VALUE SPACES.
000840     05 WS-SL-LABEL PIC X(30).
000841     05 WS-SL-COUNT PIC ZZZZ9.
000842     05 FILLER PIC X(95) VALUE SPACES.

000843 01  WS-AMT-LINE.
000844     05 FILLER PIC X(02) VALUE SPACES.
000845     05 WS-AL-LABEL PIC X(30).
000846     05 WS-AL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000847     05 FILLER PIC X(83) VALUE SPACES.

000848 01  WS-PQ-FS PIC X(02).
000849 01  WS-RL-FS PIC X(02).
000850 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
000851     88 RP-AT-EOF VALUE "Y".
000852 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
000853     88 RL-ON-FILE VALUE "Y".
000854 01  WS-RL-STEP PIC X(10) VALUE "ACCTMAINT".
000855 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
000856 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
000857 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
000858 01  WS-RL-RC PIC 9(04) VALUE ZERO.
000859 01  WS-RL-COUNTS.
000860     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
000861        10 WS-RL-CNT-LABEL PIC X(10).
000862        10 WS-RL-CNT-VALUE PIC 9(09).
000863
000864 PROCEDURE DIVISION.

000865 0000-MAINLINE.
000866     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000867     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
000868         UNTIL PEND-AT-EOF.
000869     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000870     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
000871     STOP RUN.

000872*----------------------------------------------------------*
000873* 1000-INITIALIZE - OPEN ALL FILES FOR THIS RUN AND LOAD    *
000874*                   THE CLOSING FEES FROM FEESCHED.         *
000875*----------------------------------------------------------*
000876 1000-INITIALIZE.
000877     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
000878     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
000879     PERFORM 1210-SCAN-PRIOR-XFER THRU 1210-EXIT.
000880     OPEN I-O PENDMST.
000881     IF NOT PN-FILE-OK
000882         DISPLAY "ACCTMAINT: ERROR OPENING PENDMST " WS-PN-FS
000890         STOP RUN
000900     END-IF.
000910     OPEN I-O ACCOUNT1.
000970     IF WS-LOG-FS NOT = "00"
000980         DISPLAY "ACCTMAINT: ERROR OPENING MAINTLOG " WS-LOG-FS
000990         STOP RUN
000991     END-IF.
000992     OPEN I-O TRANJRNL.
000993     IF WS-J-FS NOT = "00"
000994         OPEN OUTPUT TRANJRNL
000995         CLOSE TRANJRNL
000996         OPEN I-O TRANJRNL
000997     END-IF.
000998     IF WS-J-FS NOT = "00"
000999         DISPLAY "ACCTMAINT: ERROR OPENING TRANJRNL " WS-J-FS
001000         STOP RUN
001001     END-IF.
001002     PERFORM 1200-OPEN-CLOSE-OUT THRU 1200-EXIT.
001003     PERFORM 1400-READ-PRIOR-OPNCTL THRU 1400-EXIT.
001010 1000-EXIT.
001020     EXIT.

001044     EXIT.

001045*----------------------------------------------------------*
001046* 1200-OPEN-CLOSE-OUT - OPEN THE FILES THE CLOSE-OUT        *
001047*                       SETTLEMENT READS AND WRITES, AND    *
001048*                       HEAD UP THE CLOSRPT REPORT. ON A    *
001049*                       RERUN, CLOSXFER AND CHQPAY ALREADY  *
001050*                       WRITTEN TODAY ARE EXTENDED, NOT     *
001051*                       REPLACED, AND SO IS CLOSRPT.        *
001052*                       CLOSPEND IS REBUILT EVERY RUN, AS   *
001053*                       EACH RUN RETRIES EVERY QUEUED       *
001054*                       CLOSE AND LISTS IT AGAIN.           *
001055*----------------------------------------------------------*
001056 1200-OPEN-CLOSE-OUT.
001057     OPEN INPUT HOLDMST.
001058     IF WS-HD-FS NOT = "00"
001059         DISPLAY "ACCTMAINT: ERROR OPENING HOLDMST " WS-HD-FS
001060         STOP RUN
001061     END-IF.
001062     OPEN I-O STORDMST.
001063     IF WS-SO-FS NOT = "00"
001064         DISPLAY "ACCTMAINT: ERROR OPENING STORDMST " WS-SO-FS
001065         STOP RUN
001066     END-IF.
001067     OPEN I-O ACCRMST.
001068     IF WS-AC-FS NOT = "00"
001069         DISPLAY "ACCTMAINT: ERROR OPENING ACCRMST " WS-AC-FS
001070         STOP RUN
001071     END-IF.
001072     PERFORM 1300-LOAD-SCHEDULE THRU 1300-EXIT.
001073     IF SAME-DAY-RERUN
001074         PERFORM 1220-SCAN-PRIOR-CHQ THRU 1220-EXIT
001075     END-IF.
001076     IF XFER-EXTEND
001077         OPEN EXTEND CLOSXFER
001078     ELSE
001079         OPEN OUTPUT CLOSXFER
001080     END-IF.
001081     IF WS-CX-FS NOT = "00"
001082         DISPLAY "ACCTMAINT: ERROR OPENING CLOSXFER " WS-CX-FS
001083         STOP RUN
001084     END-IF.
001085     IF CHQ-EXTEND
001086         OPEN EXTEND CHQPAY
001087     ELSE
001088         OPEN OUTPUT CHQPAY
001089     END-IF.
001090     IF WS-CQ-FS NOT = "00"
001091         DISPLAY "ACCTMAINT: ERROR OPENING CHQPAY " WS-CQ-FS
001092         STOP RUN
001093     END-IF.
001094     OPEN OUTPUT CLOSPEND.
001095     IF WS-CP-FS NOT = "00"
001096         DISPLAY "ACCTMAINT: ERROR OPENING CLOSPEND " WS-CP-FS
001097         STOP RUN
001098     END-IF.
001099     IF SAME-DAY-RERUN
001100         OPEN EXTEND CLOSRPT
001101         IF WS-CR-FS NOT = "00"
001102             OPEN OUTPUT CLOSRPT
001103         END-IF
001104     ELSE
001105         OPEN OUTPUT CLOSRPT
001106     END-IF.
001107     IF WS-CR-FS NOT = "00"
001108         DISPLAY "ACCTMAINT: ERROR OPENING CLOSRPT " WS-CR-FS
001109         STOP RUN
001110     END-IF.
001111     MOVE SPACES TO RPT-LINE.
001112     IF SAME-DAY-RERUN
001113         STRING "ACCTMAINT - ACCOUNT CLOSE-OUT REPORT FOR "
001114             "BUSINESS DATE " WS-BUS-DATE " (RERUN)"
001115             DELIMITED BY SIZE INTO RPT-LINE
001116     ELSE
001117         STRING "ACCTMAINT - ACCOUNT CLOSE-OUT REPORT FOR "
001118             "BUSINESS DATE " WS-BUS-DATE
001119             DELIMITED BY SIZE INTO RPT-LINE
001120     END-IF.
001121     WRITE RPT-LINE.
001122     MOVE WS-COLHDR-LINE TO RPT-LINE.
001123     WRITE RPT-LINE.
001124     MOVE ALL "-" TO RPT-LINE.
001125     WRITE RPT-LINE.
001126 1200-EXIT.
001127     EXIT.

001128*----------------------------------------------------------*
001129* 1210-SCAN-PRIOR-XFER - COUNT THE TRAILERS ON THE CLOSXFER *
001130*                        LEFT BY EARLIER RUNS, BEFORE ANY   *
001131*                        FILE IS OPENED. A TRAILER FROM AN  *
001132*                        EARLIER BUSINESS DATE MEANS A FEED *
001133*                        VSAMFILE HAS NOT RELEASED, AND THE *
001134*                        RUN IS REFUSED RATHER THAN LOSE    *
001135*                        IT. WHEN THEY ARE ALL STAMPED      *
001136*                        TODAY THE FILE IS EXTENDED AND     *
001137*                        THIS RUN'S TRAILER TAKES THE NEXT  *
001138*                        SERIAL (AM02, AM03 ...), SO        *
001139*                        VSAMFILE SUMS THEM AS SEPARATE     *
001140*                        FEEDS.                             *
001141*----------------------------------------------------------*
001142 1210-SCAN-PRIOR-XFER.
001143     OPEN INPUT CLOSXFER.
001144     IF WS-CX-FS NOT = "00"
001145         GO TO 1210-EXIT
001146     END-IF.
001147     MOVE "N" TO WS-SCAN-EOF-SW.
001148     PERFORM 1215-PRIOR-XFER-STEP THRU 1215-EXIT
001149         UNTIL SCAN-AT-EOF.
001150     CLOSE CLOSXFER.
001151     IF WS-PRIOR-OTHER-CNT > ZERO
001152         DISPLAY "ACCTMAINT: CLOSXFER STILL HOLDS "
001153             WS-PRIOR-OTHER-CNT " FEED(S) FROM AN EARLIER DATE"
001154         DISPLAY "ACCTMAINT: CONFIRM THEY WERE POSTED, OR MOVE"
001155         DISPLAY "CLOSXFER ASIDE, BEFORE RUNNING AGAIN"
001156         MOVE "UNPOSTED CLOSXFER ON FILE" TO WS-RL-MESSAGE
001157         PERFORM 1800-REFUSE-RUN THRU 1800-EXIT
001158     END-IF.
001159     IF WS-PRIOR-TODAY-CNT > ZERO
001160         MOVE "Y" TO WS-XFER-EXTEND-SW
001161         COMPUTE WS-XS-NUMBER = WS-PRIOR-TODAY-CNT + 1
001162         DISPLAY "ACCTMAINT: CLOSXFER EXTENDED - TRAILER SERIAL "
001163             WS-XFER-SERIAL
001164     END-IF.
001165 1210-EXIT.
001166     EXIT.

001167 1215-PRIOR-XFER-STEP.
001168     READ CLOSXFER
001169         AT END
001170             MOVE "Y" TO WS-SCAN-EOF-SW
001171             GO TO 1215-EXIT
001172     END-READ.
001173     IF NOT TT-TRAILER-PRESENT
001174         GO TO 1215-EXIT
001175     END-IF.
001176     IF TT-BUS-DATE = WS-BUS-DATE
001177         ADD 1 TO WS-PRIOR-TODAY-CNT
001178     ELSE
001179         ADD 1 TO WS-PRIOR-OTHER-CNT
001180         DISPLAY "ACCTMAINT: CLOSXFER TRAILER STAMPED "
001181             TT-BUS-DATE " SERIAL " TT-BATCH-SERIAL
001182     END-IF.
001183 1215-EXIT.
001184     EXIT.

001185*----------------------------------------------------------*
001186* 1220-SCAN-PRIOR-CHQ - A CHQPAY WHOSE CHEQUES ARE STAMPED   *
001187*                       TODAY IS EXTENDED; ONE FROM AN      *
001188*                       EARLIER DAY, OR AN EMPTY ONE, IS    *
001189*                       REPLACED.                           *
001190*----------------------------------------------------------*
001191 1220-SCAN-PRIOR-CHQ.
001192     OPEN INPUT CHQPAY.
001193     IF WS-CQ-FS NOT = "00"
001194         GO TO 1220-EXIT
001195     END-IF.
001196     READ CHQPAY
001197         AT END
001198             CONTINUE
001199         NOT AT END
001200             IF CQ-BUS-DATE = WS-BUS-DATE
001201                 MOVE "Y" TO WS-CHQ-EXTEND-SW
001202                 DISPLAY "ACCTMAINT: CHQPAY EXTENDED"
001203             END-IF
001204     END-READ.
001205     CLOSE CHQPAY.
001206 1220-EXIT.
001207     EXIT.

001208*----------------------------------------------------------*
001209* 1300-LOAD-SCHEDULE - LOAD THE PER-TYPE CLOSING FEE FROM   *
001210*                      FEESCHED. NO SCHEDULE MEANS NO       *
001211*                      CLOSING FEE IS CHARGED.              *
001212*----------------------------------------------------------*
001213 1300-LOAD-SCHEDULE.
001214     OPEN INPUT FEESCHED.
001215     IF WS-FS-FS NOT = "00"
001216         DISPLAY "ACCTMAINT: FEESCHED NOT AVAILABLE " WS-FS-FS
001217         DISPLAY "ACCTMAINT: NO CLOSING FEES WILL BE CHARGED"
001218         GO TO 1300-EXIT
001219     END-IF.
001220     PERFORM 1310-LOAD-STEP THRU 1310-EXIT
001221         UNTIL SCHED-AT-EOF.
001222     CLOSE FEESCHED.
001223 1300-EXIT.
001224     EXIT.

001225 1310-LOAD-STEP.
001226     READ FEESCHED
001227         AT END
001228             MOVE "Y" TO WS-SCHED-EOF-SW
001229             GO TO 1310-EXIT
001230     END-READ.
001231     IF WS-SCHED-COUNT < WS-SCHED-MAX
001232         ADD 1 TO WS-SCHED-COUNT
001233         MOVE FS-ACCT-TYPE TO SC-ACCT-TYPE(WS-SCHED-COUNT)
001234         MOVE FS-CLOSING-FEE TO SC-CLOSING-FEE(WS-SCHED-COUNT)
001235     ELSE
001236         IF NOT SCHED-FULL-WARNED
001237             DISPLAY "ACCTMAINT: SCHEDULE TABLE FULL AT "
001238                 WS-SCHED-MAX " ENTRIES - EXCESS IGNORED"
001239             MOVE "Y" TO WS-SCHED-FULL-SW
001240         END-IF
001241     END-IF.
001242 1310-EXIT.
001243     EXIT.

001244*----------------------------------------------------------*
001245* 1400-READ-PRIOR-OPNCTL - AN OPNCTL ALREADY STAMPED TODAY  *
001246*                          CARRIES AN EARLIER RUN'S OPENING *
001247*                          AND CLOSE-OUT TOTALS; THEY ARE   *
001248*                          KEPT AND THIS RUN'S ARE ADDED TO *
001249*                          THEM. AN OLDER OPNCTL, OR NONE,  *
001250*                          MEANS NOTHING TO CARRY FORWARD.  *
001251*----------------------------------------------------------*
001252 1400-READ-PRIOR-OPNCTL.
001253     OPEN INPUT OPNCTL.
001254     IF WS-OC-FS NOT = "00"
001255         GO TO 1400-EXIT
001256     END-IF.
001257     READ OPNCTL
001258         AT END
001259             CONTINUE
001260         NOT AT END
001261             IF OC-BUS-DATE = WS-BUS-DATE
001262                 MOVE OC-TOTAL-OPENED-BAL TO WS-PO-OPENED-BAL
001263                 MOVE OC-ACCOUNTS-OPENED TO WS-PO-OPENED
001264                 MOVE OC-CLOSE-INTEREST TO WS-PO-CLOSE-INT
001265                 MOVE OC-CLOSE-FEES TO WS-PO-CLOSE-FEES
001266                 MOVE OC-XFER-PAYOUT TO WS-PO-XFER-PAYOUT
001267                 MOVE OC-CHEQUE-PAYOUT TO WS-PO-CHEQUE-PAYOUT
001268                 MOVE OC-ACCOUNTS-CLOSED TO WS-PO-CLOSED
001269                 DISPLAY "ACCTMAINT: RERUN FOR " WS-BUS-DATE
001270                     " - OPNCTL TOTALS CARRIED FORWARD"
001271             END-IF
001272     END-READ.
001273     CLOSE OPNCTL.
001274 1400-EXIT.
001275     EXIT.

001276*----------------------------------------------------------*
001277* 1800-REFUSE-RUN - THE RUN CANNOT GO AHEAD. RECORD IT AS   *
001278*                   FAILED ON RUNLEDG WITH THE MESSAGE SET  *
001279*                   BY THE CALLER AND STOP.                 *
001280*----------------------------------------------------------*
001281 1800-REFUSE-RUN.
001282     DISPLAY "*** ACCTMAINT REFUSED ***".
001283     MOVE 8 TO WS-RL-RC.
001284     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001285     STOP RUN.
001286 1800-EXIT.
001287     EXIT.

001288*----------------------------------------------------------*
001289* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
001290*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
001291*                     AND RECORD THE START OF THE RUN. THE  *
001292*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
001293*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
001294*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
001295*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
001296*                     COMPLETED. A RUN ALREADY ON THE       *
001297*                     LEDGER FOR TODAY MAKES THIS A RERUN.  *
001298*----------------------------------------------------------*
001299 1900-LEDGER-START.
001300     OPEN INPUT RUNPREQ.
001301     IF WS-PQ-FS NOT = "00"
001302         DISPLAY "*** ACCTMAINT REFUSED ***"
001303         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
001304             WS-PQ-FS
001305         STOP RUN
001306     END-IF.
001307     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
001308     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
001309         UNTIL RP-AT-EOF.
001310     CLOSE RUNPREQ.
001311     IF WS-RL-REFUSE-CNT > ZERO
001312         MOVE "R" TO WS-RL-NEW-STATUS
001313         PERFORM 1940-POST-START THRU 1940-EXIT
001314         CLOSE RUNLEDG
001315         DISPLAY "*** ACCTMAINT REFUSED ***"
001316         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
001317             "DATE " WS-BUS-DATE
001318         STOP RUN
001319     END-IF.
001320     MOVE WS-RL-STEP TO RL-STEP.
001321     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001322     IF RL-ON-FILE
001323         MOVE "Y" TO WS-RERUN-SW
001324         DISPLAY "ACCTMAINT: RERUN FOR " WS-BUS-DATE
001325             " - CLOSE-OUT FILES WILL BE EXTENDED"
001326     END-IF.
001327     MOVE "S" TO WS-RL-NEW-STATUS.
001328     PERFORM 1940-POST-START THRU 1940-EXIT.
001329     CLOSE RUNLEDG.
001330 1900-EXIT.
001331     EXIT.
001332
001333 1910-CHECK-PREREQ.
001334     READ RUNPREQ
001335         AT END
001336             MOVE "Y" TO WS-RP-EOF-SW
001337             GO TO 1910-EXIT
001338     END-READ.
001339     IF RP-STEP = WS-RL-STEP
001340         MOVE RP-PREREQ TO RL-STEP
001341         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001342         IF RL-ON-FILE AND RL-COMPLETE
001343             GO TO 1910-EXIT
001344         END-IF
001345         IF NOT RL-ON-FILE AND RP-MONTH-END
001346             GO TO 1910-EXIT
001347         END-IF
001348         ADD 1 TO WS-RL-REFUSE-CNT
001349         MOVE SPACES TO WS-RL-MESSAGE
001350         STRING "AWAITING " RP-PREREQ
001351             DELIMITED BY SIZE INTO WS-RL-MESSAGE
001352         DISPLAY "ACCTMAINT: " RP-PREREQ
001353             " HAS NOT COMPLETED FOR " WS-BUS-DATE
001354         GO TO 1910-EXIT
001355     END-IF.
001356     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
001357         MOVE RP-STEP TO RL-STEP
001358         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001359         IF RL-ON-FILE AND RL-COMPLETE
001360             ADD 1 TO WS-RL-REFUSE-CNT
001361             MOVE SPACES TO WS-RL-MESSAGE
001362             STRING "OUT OF SEQUENCE AFTER " RP-STEP
001363                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
001364             DISPLAY "ACCTMAINT: " RP-STEP
001365                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
001366         END-IF
001367     END-IF.
001368 1910-EXIT.
001369     EXIT.
001370
001371 1920-READ-LEDGER.
001372     MOVE WS-BUS-DATE TO RL-BUS-DATE.
001373     MOVE "Y" TO WS-RL-FOUND-SW.
001374     READ RUNLEDG KEY IS RL-KEY
001375         INVALID KEY
001376             MOVE "N" TO WS-RL-FOUND-SW
001377     END-READ.
001378 1920-EXIT.
001379     EXIT.
001380
001381 1930-OPEN-LEDGER.
001382     OPEN I-O RUNLEDG.
001383     IF WS-RL-FS NOT = "00"
001384         OPEN OUTPUT RUNLEDG
001385         IF WS-RL-FS NOT = "00"
001386             DISPLAY "ACCTMAINT: ERROR OPENING RUNLEDG " WS-RL-FS
001387             STOP RUN
001388         END-IF
001389         CLOSE RUNLEDG
001390         OPEN I-O RUNLEDG
001391         IF WS-RL-FS NOT = "00"
001392             DISPLAY "ACCTMAINT: ERROR REOPENING RUNLEDG "
001393                 WS-RL-FS
001394             STOP RUN
001395         END-IF
001396     END-IF.
001397 1930-EXIT.
001398     EXIT.
001399
001400*----------------------------------------------------------*
001401* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
001402*                   ENTRY FOR TODAY AS STARTED (S) OR       *
001403*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
001404*                   EARLIER CLEAN COMPLETION STANDING.      *
001405*----------------------------------------------------------*
001406 1940-POST-START.
001407     MOVE WS-RL-STEP TO RL-STEP.
001408     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001409     IF RL-ON-FILE AND RL-COMPLETE
001410         AND WS-RL-NEW-STATUS = "R"
001411         GO TO 1940-EXIT
001412     END-IF.
001413     IF NOT RL-ON-FILE
001414         INITIALIZE RUNLEDG-REC
001415         MOVE WS-BUS-DATE TO RL-BUS-DATE
001416         MOVE WS-RL-STEP TO RL-STEP
001417     END-IF.
001418     ADD 1 TO RL-RUN-COUNT.
001419     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
001420     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
001421     ACCEPT RL-START-TIME FROM TIME.
001422     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
001423     INITIALIZE RL-COUNTS.
001424     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
001425     IF RL-ON-FILE
001426         REWRITE RUNLEDG-REC
001427             INVALID KEY
001428                 DISPLAY "ACCTMAINT: RUNLEDG REWRITE FAILED "
001429                     WS-RL-FS
001430         END-REWRITE
001431     ELSE
001432         WRITE RUNLEDG-REC
001433             INVALID KEY
001434                 DISPLAY "ACCTMAINT: RUNLEDG WRITE FAILED "
001435                     WS-RL-FS
001436         END-WRITE
001437     END-IF.
001438 1940-EXIT.
001439     EXIT.
001440
001441*----------------------------------------------------------*
001442* 2000-PROCESS-CARDS - READ THE NEXT PENDMST ITEM. AN       *
001443*                      APPROVED ACCOUNT CARD IS DISPATCHED  *
001444*                      AS IT WAS KEYED, PROVIDED THE        *
001445*                      CHECKER IS NOT THE MAKER; OTHER      *
001446*                      ITEMS ARE LEFT FOR THEIR OWN         *
001447*                      PROGRAMS.                            *
001448*----------------------------------------------------------*
001449 2000-PROCESS-CARDS.
001450     READ PENDMST NEXT RECORD
001451         AT END
001452             MOVE "Y" TO WS-EOF-SW
001453             GO TO 2000-EXIT
001454     END-READ.
001455     IF NOT PN-TYPE-ACCT OR NOT PN-APPROVED
001456         GO TO 2000-EXIT
001457     END-IF.
001458     MOVE PN-CARD-IMAGE TO CTL-REC.
001459     ADD 1 TO WS-CARDS-READ.
001460     MOVE WS-REJECT-CNT TO WS-PRIOR-REJECTS.
001461     MOVE WS-QUEUED-CNT TO WS-PRIOR-QUEUED.
001462     IF PN-CHECKER-ID = SPACES OR PN-CHECKER-ID = PN-MAKER-ID
001463         PERFORM 7100-REFUSE-UNCHECKED THRU 7100-EXIT
001464         PERFORM 2100-RECORD-RESULT THRU 2100-EXIT
001465         GO TO 2000-EXIT
001466     END-IF.
001467     EVALUATE TRUE
001468         WHEN CTL-OPEN
001469             PERFORM 3000-OPEN-ACCOUNT THRU 3000-EXIT
001470         WHEN CTL-CLOSE
001471             PERFORM 4000-CLOSE-ACCOUNT THRU 4000-EXIT
001472         WHEN CTL-REACTIVATE
001473             PERFORM 5000-REACTIVATE-ACCOUNT THRU 5000-EXIT
001474         WHEN CTL-CHG-TYPE
001475             PERFORM 6000-CHANGE-TYPE THRU 6000-EXIT
001476         WHEN CTL-OD-LIMIT-CHG
001477             PERFORM 6500-SET-OD-LIMIT THRU 6500-EXIT
001478         WHEN OTHER
001479             PERFORM 7000-REJECT-CARD THRU 7000-EXIT
001480     END-EVALUATE.
001481     PERFORM 2100-RECORD-RESULT THRU 2100-EXIT.
001482 2000-EXIT.
001483     EXIT.

001484*----------------------------------------------------------*
001485* 2100-RECORD-RESULT - MARK THE PENDMST ITEM APPLIED, OR    *
001486*                      FAILED IF THE CARD WAS REJECTED,     *
001487*                      WITH THE MAINTENANCE LOG RESULT. A   *
001488*                      CLOSE QUEUED FOR HOLDS STAYS         *
001489*                      APPROVED SO THE NEXT RUN RETRIES IT. *
001490*----------------------------------------------------------*
001491 2100-RECORD-RESULT.
001492     MOVE WS-LAST-RESULT TO PN-RESULT.
001493     IF WS-QUEUED-CNT > WS-PRIOR-QUEUED
001494         GO TO 2100-REWRITE
001495     END-IF.
001496     IF WS-REJECT-CNT > WS-PRIOR-REJECTS
001497         MOVE "F" TO PN-STATUS
001498     ELSE
001499         MOVE "X" TO PN-STATUS
001500     END-IF.
001501     MOVE WS-BUS-DATE TO PN-APPLIED-DATE.
001502 2100-REWRITE.
001503     REWRITE PEND-REC
001504         INVALID KEY
001505             DISPLAY "ACCTMAINT: PENDMST REWRITE FAILED "
001506                 PN-PEND-ID " " WS-PN-FS
001507     END-REWRITE.
001508 2100-EXIT.
001509     EXIT.

001510*----------------------------------------------------------*
001511* 3000-OPEN-ACCOUNT - ADD A BRAND-NEW ACCOUNT TO ACCOUNT1.  *
001512*----------------------------------------------------------*
001513 3000-OPEN-ACCOUNT.
001514     MOVE CTL-ACCT-NO TO ACCT-NO.
001515     MOVE CTL-ACCT-NO TO WS-CD-ACCT-X.
001516     PERFORM 9500-CHECK-DIGIT THRU 9500-EXIT.
001517     IF NOT CHECK-DIGIT-OK
001518         MOVE "CHECK DIGIT INVALID" TO LOG-RESULT
001519         PERFORM 9000-WRITE-LOG THRU 9000-EXIT
001520         ADD 1 TO WS-REJECT-CNT
001521         GO TO 3000-EXIT
001522     END-IF.
001523     MOVE CTL-CUST-NAME TO CUST-NAME.
001524     MOVE CTL-ACCT-TYPE TO ACCT-TYPE.
001525     MOVE CTL-OPEN-BAL TO BALANCE.
001526     MOVE "A" TO ACCT-STATUS.
001527     MOVE WS-BUS-DATE TO ACCT-LAST-ACT-DATE.
001528     MOVE SPACES TO ACCT-CUST-ID.
001529     MOVE ZERO TO ACCT-OD-LIMIT.
001530     MOVE ZERO TO ACCT-OD-SINCE-DATE.
001531     WRITE ACCT-REC
001532         INVALID KEY
001533             MOVE "DUPLICATE/REJECTED" TO LOG-RESULT
001534             PERFORM 9000-WRITE-LOG THRU 9000-EXIT
001535             ADD 1 TO WS-REJECT-CNT
001536             GO TO 3000-EXIT
001537     END-WRITE.
001538     MOVE "ACCOUNT OPENED" TO LOG-RESULT.
001539     PERFORM 9000-WRITE-LOG THRU 9000-EXIT.
001540     ADD 1 TO WS-OPENED-CNT.
001541     ADD CTL-OPEN-BAL TO WS-TOTAL-OPENED-BAL.
001542     IF CTL-OPEN-BAL > ZERO
001543         PERFORM 3100-WRITE-JOURNAL THRU 3100-EXIT
001544     END-IF.
001545 3000-EXIT.
001546     EXIT.

001547*----------------------------------------------------------*
001548* 3100-WRITE-JOURNAL - JOURNAL THE OPENING BALANCE AS A     *
001549*                      CREDIT FROM ZERO, STAMPED WITH THE   *
001550*                      BUSINESS DATE.                       *
001551*----------------------------------------------------------*
001552 3100-WRITE-JOURNAL.
001553     MOVE ACCT-NO TO JR-TRANSNO.
001554     MOVE ACCT-NO TO JR-ACCT-NO.
001555     MOVE "D" TO JR-TR-TYPE.
001556     MOVE "OPEN" TO JR-TR-CODE.
001557     MOVE "ACCOUNT OPENING BALANCE" TO JR-TR-MEMO.
001558     MOVE CTL-OPEN-BAL TO JR-TR-AMOUNT.
001559     MOVE ZERO TO JR-BAL-BEFORE.
001560     MOVE BALANCE TO JR-BAL-AFTER.
001561     MOVE WS-BUS-DATE TO JR-BUS-DATE.
001562     PERFORM 7600-JOURNAL-WRITE THRU 7600-EXIT.
001563 3100-EXIT.
001564     EXIT.

001565*----------------------------------------------------------*
001566* 4000-CLOSE-ACCOUNT - SETTLE AND CLOSE THE ACCOUNT. THE    *
001567*                      CLOSE IS QUEUED WHILE A HOLD IS      *
001568*                      ACTIVE, AND REFUSED FOR AN OVERDRAWN *
001569*                      ACCOUNT OR A BALANCE WITH NOWHERE TO *
001570*                      GO. THE MASTER IS REWRITTEN CLOSED   *
001571*                      AT NIL BALANCE BEFORE ANY STEP IS    *
001572*                      JOURNALLED OR PAID OUT, SO A FAILED  *
001573*                      REWRITE LEAVES NOTHING HALF DONE.    *
001574*----------------------------------------------------------*
001575 4000-CLOSE-ACCOUNT.
001576     MOVE CTL-ACCT-NO TO ACCT-NO.
001577     MOVE CTL-ACCT-NO TO WS-CLOSE-ACCT.
001578     MOVE CTL-ACCT-NO TO WS-AH-ACCT-NO.
001579     READ ACCOUNT1 KEY IS ACCT-NO
001580         INVALID KEY
001581             MOVE "NOT ON FILE" TO WS-AH-CUST-NAME
001582             MOVE SPACE TO WS-AH-ACCT-TYPE
001583             MOVE ZERO TO WS-AH-BALANCE
001584             PERFORM 4010-ACCOUNT-HEADING THRU 4010-EXIT
001585             MOVE "NOT FOUND/REJECTED" TO LOG-RESULT
001586             PERFORM 4090-REFUSE-CLOSE THRU 4090-EXIT
001587             GO TO 4000-EXIT
001590     END-READ.
001591     MOVE CUST-NAME TO WS-AH-CUST-NAME.
001592     MOVE ACCT-TYPE TO WS-AH-ACCT-TYPE.
001593     MOVE BALANCE TO WS-AH-BALANCE.
001594     PERFORM 4010-ACCOUNT-HEADING THRU 4010-EXIT.
001595     IF ACCT-INACTIVE OR ACCT-ESCHEATED
001596         MOVE "ALREADY CLOSED" TO LOG-RESULT
001597         PERFORM 4090-REFUSE-CLOSE THRU 4090-EXIT
001598         GO TO 4000-EXIT
001599     END-IF.
001600     PERFORM 4100-CHECK-HOLDS THRU 4100-EXIT.
001601     IF WS-HOLD-CNT > ZERO
001602         PERFORM 4150-QUEUE-CLOSE THRU 4150-EXIT
001603         GO TO 4000-EXIT
001604     END-IF.
001605     IF BALANCE < ZERO
001606         MOVE "ACCOUNT OVERDRAWN" TO LOG-RESULT
001607         PERFORM 4090-REFUSE-CLOSE THRU 4090-EXIT
001608         GO TO 4000-EXIT
001609     END-IF.
001610     PERFORM 4200-SETTLEMENT-FIGURES THRU 4200-EXIT.
001611     IF WS-PAYOUT-AMT > ZERO
001612         PERFORM 4300-CHECK-PAYOUT THRU 4300-EXIT
001613         IF NOT PAYOUT-OK
001614             PERFORM 4090-REFUSE-CLOSE THRU 4090-EXIT
001615             GO TO 4000-EXIT
001616         END-IF
001617     END-IF.
001618     MOVE BALANCE TO WS-OLD-BALANCE.
001619     MOVE ZERO TO BALANCE.
001620     MOVE ZERO TO ACCT-OD-LIMIT.
001621     MOVE ZERO TO ACCT-OD-SINCE-DATE.
001622     MOVE "I" TO ACCT-STATUS.
001623     REWRITE ACCT-REC
001624         INVALID KEY
001625             MOVE "REWRITE FAILED" TO LOG-RESULT
001626             PERFORM 4090-REFUSE-CLOSE THRU 4090-EXIT
001627             GO TO 4000-EXIT
001628     END-REWRITE.
001629     MOVE WS-OLD-BALANCE TO WS-WORK-BALANCE.
001630     PERFORM 4400-CANCEL-ORDERS THRU 4400-EXIT.
001631     PERFORM 4500-POST-INTEREST THRU 4500-EXIT.
001632     PERFORM 4600-POST-FEE THRU 4600-EXIT.
001633     PERFORM 4700-PAY-OUT THRU 4700-EXIT.
001634     MOVE "ACCOUNT CLOSED" TO LOG-RESULT.
001635     PERFORM 9000-WRITE-LOG THRU 9000-EXIT.
001636     ADD 1 TO WS-CLOSED-CNT.
001637     MOVE "ACCOUNT CLOSED" TO WS-SP-STEP.
001638     MOVE ZERO TO WS-SP-AMOUNT.
001639     MOVE ZERO TO WS-SP-BALANCE.
001640     MOVE "STATUS SET INACTIVE" TO WS-SP-DETAIL.
001641     PERFORM 4800-STEP-LINE THRU 4800-EXIT.
001642     MOVE SPACES TO RPT-LINE.
001643     WRITE RPT-LINE.
001644 4000-EXIT.
001645     EXIT.

001646*----------------------------------------------------------*
001647* 4010-ACCOUNT-HEADING - FIRST CLOSE-OUT REPORT LINE FOR    *
001648*                        THE ACCOUNT ON THIS CLOSE CARD.    *
001649*----------------------------------------------------------*
001650 4010-ACCOUNT-HEADING.
001651     MOVE WS-ACCT-LINE TO RPT-LINE.
001652     WRITE RPT-LINE.
001653 4010-EXIT.
001654     EXIT.

001655*----------------------------------------------------------*
001656* 4090-REFUSE-CLOSE - LOG AND REPORT A CLOSE CARD THAT      *
001657*                     CANNOT BE ACTED ON. THE REASON IS IN  *
001658*                     LOG-RESULT; THE ACCOUNT IS UNCHANGED. *
001659*----------------------------------------------------------*
001660 4090-REFUSE-CLOSE.
001661     MOVE WS-CLOSE-ACCT TO ACCT-NO.
001662     PERFORM 9000-WRITE-LOG THRU 9000-EXIT.
001663     ADD 1 TO WS-REJECT-CNT.
001664     MOVE "CLOSE REFUSED" TO WS-SP-STEP.
001665     MOVE ZERO TO WS-SP-AMOUNT.
001666     MOVE WS-AH-BALANCE TO WS-SP-BALANCE.
001667     MOVE LOG-RESULT TO WS-SP-DETAIL.
001668     PERFORM 4800-STEP-LINE THRU 4800-EXIT.
001669     MOVE SPACES TO RPT-LINE.
001670     WRITE RPT-LINE.
001671 4090-EXIT.
001672     EXIT.

001673*----------------------------------------------------------*
001674* 4100-CHECK-HOLDS - COUNT THE ACTIVE, UNEXPIRED HOLDS ON   *
001675*                    THE ACCOUNT (THE SAME TEST VSAMFILE    *
001676*                    APPLIES) BY BROWSING HOLDMST FROM THE  *
001677*                    START.                                 *
001678*----------------------------------------------------------*
001679 4100-CHECK-HOLDS.
001680     MOVE ZERO TO WS-HOLD-CNT.
001681     MOVE ZERO TO WS-HOLD-TOTAL.
001682     MOVE "N" TO WS-SCAN-EOF-SW.
001683     MOVE LOW-VALUES TO HD-HOLD-ID.
001684     START HOLDMST KEY IS NOT LESS THAN HD-HOLD-ID
001685         INVALID KEY
001686             MOVE "Y" TO WS-SCAN-EOF-SW
001687     END-START.
001688     PERFORM 4110-HOLD-STEP THRU 4110-EXIT
001689         UNTIL SCAN-AT-EOF.
001690     IF WS-HOLD-CNT = ZERO
001691         MOVE "HOLDS CHECK" TO WS-SP-STEP
001692         MOVE ZERO TO WS-SP-AMOUNT
001693         MOVE BALANCE TO WS-SP-BALANCE
001694         MOVE "NO ACTIVE HOLDS" TO WS-SP-DETAIL
001695         PERFORM 4800-STEP-LINE THRU 4800-EXIT
001696     END-IF.
001697 4100-EXIT.
001698     EXIT.

001699 4110-HOLD-STEP.
001700     READ HOLDMST NEXT RECORD
001701         AT END
001702             MOVE "Y" TO WS-SCAN-EOF-SW
001703             GO TO 4110-EXIT
001704     END-READ.
001705     IF HD-ACCT-NO NOT = WS-CLOSE-ACCT
001706         GO TO 4110-EXIT
001707     END-IF.
001708     IF HOLD-ACTIVE AND HD-EXPIRY NOT < WS-BUS-DATE
001709         ADD 1 TO WS-HOLD-CNT
001710         ADD HD-AMOUNT TO WS-HOLD-TOTAL
001711     END-IF.
001712 4110-EXIT.
001713     EXIT.

001714*----------------------------------------------------------*
001715* 4150-QUEUE-CLOSE - HOLDS ARE STILL ACTIVE. THE CARD IS    *
001716*                    LISTED ON CLOSPEND AND THE ACCOUNT IS  *
001717*                    LEFT AS IT IS; THE APPROVED ITEM STAYS *
001718*                    ON PENDMST AND EACH LATER RUN RETRIES. *
001719*----------------------------------------------------------*
001720 4150-QUEUE-CLOSE.
001721     WRITE CLOSPEND-REC FROM CTL-REC.
001722     ADD 1 TO WS-QUEUED-CNT.
001723     MOVE "HOLDS ACTIVE/QUEUED" TO LOG-RESULT.
001724     PERFORM 9000-WRITE-LOG THRU 9000-EXIT.
001725     MOVE WS-HOLD-CNT TO WS-CNT-EDIT.
001726     MOVE "CLOSE QUEUED" TO WS-SP-STEP.
001727     MOVE WS-HOLD-TOTAL TO WS-SP-AMOUNT.
001728     MOVE BALANCE TO WS-SP-BALANCE.
001729     MOVE SPACES TO WS-SP-DETAIL.
001730     STRING WS-CNT-EDIT " ACTIVE HOLD(S) - RETRIED NEXT RUN"
001731         DELIMITED BY SIZE INTO WS-SP-DETAIL.
001732     PERFORM 4800-STEP-LINE THRU 4800-EXIT.
001733     MOVE SPACES TO RPT-LINE.
001734     WRITE RPT-LINE.
001735 4150-EXIT.
001736     EXIT.

001737*----------------------------------------------------------*
001738* 4200-SETTLEMENT-FIGURES - WORK OUT THE FINAL INTEREST     *
001739*                           (ACCRMST ACCRUAL TO THE CENT),  *
001740*                           THE CLOSING FEE (NEVER MORE     *
001741*                           THAN THE ACCOUNT HOLDS) AND THE *
001742*                           BALANCE LEFT TO PAY OUT.        *
001743*----------------------------------------------------------*
001744 4200-SETTLEMENT-FIGURES.
001745     MOVE ZERO TO WS-CLOSE-INT.
001746     MOVE ZERO TO WS-CLOSE-FEE.
001747     MOVE "Y" TO WS-ACCR-SW.
001748     MOVE ACCT-NO TO AC-ACCT-NO.
001749     READ ACCRMST
001750         INVALID KEY
001751             MOVE "N" TO WS-ACCR-SW
001752     END-READ.
001753     IF ACCRUAL-ON-FILE
001754         COMPUTE WS-CLOSE-INT ROUNDED = AC-ACCRUED
001755     END-IF.
001756     COMPUTE WS-WORK-BALANCE = BALANCE + WS-CLOSE-INT.
001757     MOVE 1 TO WS-SCHED-IDX.
001758     PERFORM 4210-SCHED-STEP THRU 4210-EXIT
001759         UNTIL WS-SCHED-IDX > WS-SCHED-COUNT.
001760     IF WS-CLOSE-FEE > WS-WORK-BALANCE
001761         MOVE WS-WORK-BALANCE TO WS-CLOSE-FEE
001762     END-IF.
001763     COMPUTE WS-PAYOUT-AMT = WS-WORK-BALANCE - WS-CLOSE-FEE.
001764 4200-EXIT.
001765     EXIT.

001766 4210-SCHED-STEP.
001767     IF SC-ACCT-TYPE(WS-SCHED-IDX) = ACCT-TYPE
001768         MOVE SC-CLOSING-FEE(WS-SCHED-IDX) TO WS-CLOSE-FEE
001769         MOVE WS-SCHED-COUNT TO WS-SCHED-IDX
001770     END-IF.
001771     ADD 1 TO WS-SCHED-IDX.
001772 4210-EXIT.
001773     EXIT.

001774*----------------------------------------------------------*
001775* 4300-CHECK-PAYOUT - A BALANCE IS LEFT TO PAY, SO THE CARD *
001776*                     MUST SAY WHERE IT GOES. A TRANSFER    *
001777*                     NEEDS ANOTHER ACCOUNT ON FILE THAT IS *
001778*                     NOT CLOSED. THE ACCOUNT BEING CLOSED  *
001779*                     IS PUT BACK IN THE RECORD AREA AFTER  *
001780*                     THE LOOK-UP.                          *
001781*----------------------------------------------------------*
001782 4300-CHECK-PAYOUT.
001783     MOVE "N" TO WS-PAYOUT-OK-SW.
001784     IF NOT CTL-PAY-TRANSFER AND NOT CTL-PAY-CHEQUE
001785         MOVE "NO PAYOUT METHOD" TO LOG-RESULT
001786         GO TO 4300-EXIT
001787     END-IF.
001788     IF CTL-PAY-CHEQUE
001789         MOVE "Y" TO WS-PAYOUT-OK-SW
001790         GO TO 4300-EXIT
001791     END-IF.
001792     IF CTL-PAYOUT-ACCT = WS-CLOSE-ACCT
001793         MOVE "PAYEE ACCT IS SAME" TO LOG-RESULT
001794         GO TO 4300-EXIT
001795     END-IF.
001796     MOVE ACCT-REC TO WS-SAVE-ACCT-REC.
001797     MOVE CTL-PAYOUT-ACCT TO ACCT-NO.
001798     READ ACCOUNT1 KEY IS ACCT-NO
001799         INVALID KEY
001800             MOVE "PAYEE ACCT NOT FOUND" TO LOG-RESULT
001801         NOT INVALID KEY
001802             IF ACCT-INACTIVE OR ACCT-ESCHEATED
001803                 MOVE "PAYEE ACCT CLOSED" TO LOG-RESULT
001804             ELSE
001805                 MOVE "Y" TO WS-PAYOUT-OK-SW
001806             END-IF
001807     END-READ.
001808     MOVE WS-SAVE-ACCT-REC TO ACCT-REC.
001809 4300-EXIT.
001810     EXIT.

001811*----------------------------------------------------------*
001812* 4400-CANCEL-ORDERS - CANCEL EVERY ACTIVE STANDING ORDER   *
001813*                      PAYING FROM OR INTO THE ACCOUNT, SO  *
001814*                      STORDGEN STOPS RAISING PAIRS AGAINST *
001815*                      IT.                                  *
001816*----------------------------------------------------------*
001817 4400-CANCEL-ORDERS.
001818     MOVE ZERO TO WS-SO-CANCEL-CNT.
001819     MOVE "N" TO WS-SCAN-EOF-SW.
001820     MOVE LOW-VALUES TO SO-ID.
001821     START STORDMST KEY IS NOT LESS THAN SO-ID
001822         INVALID KEY
001823             MOVE "Y" TO WS-SCAN-EOF-SW
001824     END-START.
001825     PERFORM 4410-CANCEL-STEP THRU 4410-EXIT
001826         UNTIL SCAN-AT-EOF.
001827     IF WS-SO-CANCEL-CNT = ZERO
001828         MOVE "STANDING ORDERS" TO WS-SP-STEP
001829         MOVE ZERO TO WS-SP-AMOUNT
001830         MOVE WS-WORK-BALANCE TO WS-SP-BALANCE
001831         MOVE "NONE ACTIVE" TO WS-SP-DETAIL
001832         PERFORM 4800-STEP-LINE THRU 4800-EXIT
001833     END-IF.
001834 4400-EXIT.
001835     EXIT.

001836 4410-CANCEL-STEP.
001837     READ STORDMST NEXT RECORD
001838         AT END
001839             MOVE "Y" TO WS-SCAN-EOF-SW
001840             GO TO 4410-EXIT
001841     END-READ.
001842     IF NOT SO-ACTIVE
001843         GO TO 4410-EXIT
001844     END-IF.
001845     IF SO-FROM-ACCT NOT = WS-CLOSE-ACCT
001846             AND SO-TO-ACCT NOT = WS-CLOSE-ACCT
001847         GO TO 4410-EXIT
001848     END-IF.
001849     MOVE "C" TO SO-STATUS.
001850     REWRITE SO-REC
001851         INVALID KEY
001852             DISPLAY "ACCTMAINT: STORDMST REWRITE FAILED " SO-ID
001853             GO TO 4410-EXIT
001854     END-REWRITE.
001855     ADD 1 TO WS-SO-CANCEL-CNT.
001856     ADD 1 TO WS-SO-CANCEL-TOT.
001857     MOVE "STANDING ORDER CANCELLED" TO WS-SP-STEP.
001858     MOVE SO-AMOUNT TO WS-SP-AMOUNT.
001859     MOVE WS-WORK-BALANCE TO WS-SP-BALANCE.
001860     MOVE SPACES TO WS-SP-DETAIL.
001861     IF SO-FROM-ACCT = WS-CLOSE-ACCT
001862         STRING SO-ID " PAYING TO " SO-TO-ACCT
001863             DELIMITED BY SIZE INTO WS-SP-DETAIL
001864     ELSE
001865         STRING SO-ID " PAID FROM " SO-FROM-ACCT
001866             DELIMITED BY SIZE INTO WS-SP-DETAIL
001867     END-IF.
001868     PERFORM 4800-STEP-LINE THRU 4800-EXIT.
001869 4410-EXIT.
001870     EXIT.

001871*----------------------------------------------------------*
001872* 4500-POST-INTEREST - CREDIT THE FINAL ACCRUED INTEREST,   *
001873*                      JOURNAL IT UNDER INTR AND CLEAR THE  *
001874*                      ACCRUAL THE WAY INTPOST DOES.        *
001875*----------------------------------------------------------*
001876 4500-POST-INTEREST.
001877     MOVE "FINAL INTEREST" TO WS-SP-STEP.
001878     MOVE WS-CLOSE-INT TO WS-SP-AMOUNT.
001879     IF WS-CLOSE-INT = ZERO
001880         MOVE "NONE ACCRUED" TO WS-SP-DETAIL
001881     ELSE
001882         MOVE "ACCRMST ACCRUAL PAID" TO WS-SP-DETAIL
001883         MOVE WS-CLOSE-ACCT TO JR-TRANSNO
001884         MOVE WS-CLOSE-ACCT TO JR-ACCT-NO
001885         MOVE "D" TO JR-TR-TYPE
001886         MOVE "INTR" TO JR-TR-CODE
001887         MOVE "CLOSE-OUT INTEREST" TO JR-TR-MEMO
001888         MOVE WS-CLOSE-INT TO JR-TR-AMOUNT
001889         MOVE WS-WORK-BALANCE TO JR-BAL-BEFORE
001890         ADD WS-CLOSE-INT TO WS-WORK-BALANCE
001891         MOVE WS-WORK-BALANCE TO JR-BAL-AFTER
001892         MOVE WS-BUS-DATE TO JR-BUS-DATE
001893         PERFORM 7600-JOURNAL-WRITE THRU 7600-EXIT
001894         ADD WS-CLOSE-INT TO WS-TOTAL-CLOSE-INT
001895     END-IF.
001896     MOVE WS-WORK-BALANCE TO WS-SP-BALANCE.
001897     PERFORM 4800-STEP-LINE THRU 4800-EXIT.
001898     IF NOT ACCRUAL-ON-FILE
001899         GO TO 4500-EXIT
001900     END-IF.
001901     MOVE ZERO TO AC-ACCRUED.
001902     MOVE WS-BUS-DATE TO AC-LAST-PAID-DATE.
001903     MOVE WS-CLOSE-INT TO AC-LAST-PAID-AMT.
001904     REWRITE ACCR-REC
001905         INVALID KEY
001906             DISPLAY "ACCTMAINT: ACCRMST REWRITE FAILED "
001907                 AC-ACCT-NO
001908     END-REWRITE.
001909 4500-EXIT.
001910     EXIT.

001911*----------------------------------------------------------*
001912* 4600-POST-FEE - DEBIT THE CLOSING FEE AND JOURNAL IT      *
001913*                 UNDER FEES.                               *
001914*----------------------------------------------------------*
001915 4600-POST-FEE.
001916     MOVE "CLOSING FEE" TO WS-SP-STEP.
001917     MOVE WS-CLOSE-FEE TO WS-SP-AMOUNT.
001918     IF WS-CLOSE-FEE = ZERO
001919         MOVE "NONE CHARGED" TO WS-SP-DETAIL
001920     ELSE
001921         MOVE "FEESCHED CLOSING FEE" TO WS-SP-DETAIL
001922         MOVE WS-CLOSE-ACCT TO JR-TRANSNO
001923         MOVE WS-CLOSE-ACCT TO JR-ACCT-NO
001924         MOVE "W" TO JR-TR-TYPE
001925         MOVE "FEES" TO JR-TR-CODE
001926         MOVE "ACCOUNT CLOSING FEE" TO JR-TR-MEMO
001927         MOVE WS-CLOSE-FEE TO JR-TR-AMOUNT
001928         MOVE WS-WORK-BALANCE TO JR-BAL-BEFORE
001929         SUBTRACT WS-CLOSE-FEE FROM WS-WORK-BALANCE
001930         MOVE WS-WORK-BALANCE TO JR-BAL-AFTER
001931         MOVE WS-BUS-DATE TO JR-BUS-DATE
001932         PERFORM 7600-JOURNAL-WRITE THRU 7600-EXIT
001933         ADD WS-CLOSE-FEE TO WS-TOTAL-CLOSE-FEES
001934     END-IF.
001935     MOVE WS-WORK-BALANCE TO WS-SP-BALANCE.
001936     PERFORM 4800-STEP-LINE THRU 4800-EXIT.
001937 4600-EXIT.
001938     EXIT.

001939*----------------------------------------------------------*
001940* 4700-PAY-OUT - DEBIT WHAT IS LEFT (TR-CODE CLOS) AND SEND *
001941*                IT EITHER AS A CREDIT TO THE NOMINATED     *
001942*                ACCOUNT ON CLOSXFER, WHICH GOES IN WITH    *
001943*                THE NEXT VSAMFILE TRANSACC FEED, OR TO     *
001944*                CHQPAY FOR AN OFFICIAL CHEQUE.             *
001945*----------------------------------------------------------*
001946 4700-PAY-OUT.
001947     IF WS-PAYOUT-AMT = ZERO
001948         MOVE "BALANCE PAID OUT" TO WS-SP-STEP
001949         MOVE ZERO TO WS-SP-AMOUNT
001950         MOVE WS-WORK-BALANCE TO WS-SP-BALANCE
001951         MOVE "NIL BALANCE - NOTHING TO PAY" TO WS-SP-DETAIL
001952         PERFORM 4800-STEP-LINE THRU 4800-EXIT
001953         GO TO 4700-EXIT
001954     END-IF.
001955     MOVE SPACES TO WS-PM-DEST.
001956     IF CTL-PAY-TRANSFER
001957         MOVE CTL-PAYOUT-ACCT TO WS-PM-DEST
001958     ELSE
001959         MOVE "OFFICIAL CHEQUE" TO WS-PM-DEST
001960     END-IF.
001961     MOVE WS-CLOSE-ACCT TO JR-TRANSNO.
001962     MOVE WS-CLOSE-ACCT TO JR-ACCT-NO.
001963     MOVE "W" TO JR-TR-TYPE.
001964     MOVE "CLOS" TO JR-TR-CODE.
001965     MOVE WS-PAY-MEMO TO JR-TR-MEMO.
001966     MOVE WS-PAYOUT-AMT TO JR-TR-AMOUNT.
001967     MOVE WS-WORK-BALANCE TO JR-BAL-BEFORE.
001968     SUBTRACT WS-PAYOUT-AMT FROM WS-WORK-BALANCE.
001969     MOVE WS-WORK-BALANCE TO JR-BAL-AFTER.
001970     MOVE WS-BUS-DATE TO JR-BUS-DATE.
001971     PERFORM 7600-JOURNAL-WRITE THRU 7600-EXIT.
001972     MOVE WS-PAYOUT-AMT TO WS-SP-AMOUNT.
001973     MOVE WS-WORK-BALANCE TO WS-SP-BALANCE.
001974     MOVE SPACES TO WS-SP-DETAIL.
001975     IF CTL-PAY-TRANSFER
001976         PERFORM 4710-WRITE-TRANSFER THRU 4710-EXIT
001977     ELSE
001978         PERFORM 4720-WRITE-CHEQUE THRU 4720-EXIT
001979     END-IF.
001980     PERFORM 4800-STEP-LINE THRU 4800-EXIT.
001981 4700-EXIT.
001982     EXIT.

001983 4710-WRITE-TRANSFER.
001984     MOVE WS-CLOSE-ACCT TO WS-XM-ACCT.
001985     MOVE CTL-PAYOUT-ACCT TO TRANSNO.
001986     MOVE "D" TO TR-TYPE.
001987     MOVE WS-PAYOUT-AMT TO TR-AMOUNT.
001988     MOVE "CLOS" TO TR-CODE.
001989     MOVE WS-XFER-MEMO TO TR-MEMO.
001990     WRITE TRAN-REC.
001991     ADD 1 TO WS-XFER-CNT.
001992     ADD WS-PAYOUT-AMT TO WS-TOTAL-XFER-PAYOUT.
001993     MOVE "PAID OUT BY TRANSFER" TO WS-SP-STEP.
001994     STRING "TO " CTL-PAYOUT-ACCT " ON NEXT VSAMFILE FEED"
001995         DELIMITED BY SIZE INTO WS-SP-DETAIL.
001996 4710-EXIT.
001997     EXIT.

001998 4720-WRITE-CHEQUE.
001999     MOVE WS-BUS-DATE TO CQ-BUS-DATE.
002000     MOVE WS-CLOSE-ACCT TO CQ-ACCT-NO.
002001     MOVE CUST-NAME TO CQ-PAYEE-NAME.
002002     MOVE WS-PAYOUT-AMT TO CQ-AMOUNT.
002003     MOVE "ACCOUNT CLOSE-OUT" TO CQ-MEMO.
002004     WRITE CHQ-REC.
002005     ADD 1 TO WS-CHEQUE-CNT.
002006     ADD WS-PAYOUT-AMT TO WS-TOTAL-CHEQUE-PAYOUT.
002007     MOVE "PAID OUT BY OFFICIAL CHEQUE" TO WS-SP-STEP.
002008     STRING "PAYEE " CUST-NAME
002009         DELIMITED BY SIZE INTO WS-SP-DETAIL.
002010 4720-EXIT.
002011     EXIT.

002012*----------------------------------------------------------*
002013* 4800-STEP-LINE - WRITE ONE SETTLEMENT STEP TO CLOSRPT.    *
002014*----------------------------------------------------------*
002015 4800-STEP-LINE.
002016     MOVE WS-STEP-LINE TO RPT-LINE.
002017     WRITE RPT-LINE.
002018     MOVE SPACES TO WS-SP-STEP.
002019     MOVE SPACES TO WS-SP-DETAIL.
002020 4800-EXIT.
002021     EXIT.

002022*----------------------------------------------------------*
002023* 4950-CLOSE-SUMMARY - CLOSE-OUT COUNTS AND SETTLEMENT      *
002024*                      TOTALS AT THE FOOT OF CLOSRPT.       *
002025*----------------------------------------------------------*
002026 4950-CLOSE-SUMMARY.
002027     MOVE ALL "-" TO RPT-LINE.
002028     WRITE RPT-LINE.
002029     MOVE "ACCOUNTS CLOSED              :" TO WS-SL-LABEL.
002030     MOVE WS-CLOSED-CNT TO WS-SL-COUNT.
002031     PERFORM 4970-SUM-LINE THRU 4970-EXIT.
002032     MOVE "CLOSES QUEUED FOR HOLDS      :" TO WS-SL-LABEL.
002033     MOVE WS-QUEUED-CNT TO WS-SL-COUNT.
002034     PERFORM 4970-SUM-LINE THRU 4970-EXIT.
002035     MOVE "STANDING ORDERS CANCELLED    :" TO WS-SL-LABEL.
002036     MOVE WS-SO-CANCEL-TOT TO WS-SL-COUNT.
002037     PERFORM 4970-SUM-LINE THRU 4970-EXIT.
002038     MOVE "PAYOUTS BY TRANSFER          :" TO WS-SL-LABEL.
002039     MOVE WS-XFER-CNT TO WS-SL-COUNT.
002040     PERFORM 4970-SUM-LINE THRU 4970-EXIT.
002041     MOVE "PAYOUTS BY OFFICIAL CHEQUE   :" TO WS-SL-LABEL.
002042     MOVE WS-CHEQUE-CNT TO WS-SL-COUNT.
002043     PERFORM 4970-SUM-LINE THRU 4970-EXIT.
002044     MOVE "FINAL INTEREST PAID          :" TO WS-AL-LABEL.
002045     MOVE WS-TOTAL-CLOSE-INT TO WS-AL-AMOUNT.
002046     PERFORM 4980-AMT-LINE THRU 4980-EXIT.
002047     MOVE "CLOSING FEES CHARGED         :" TO WS-AL-LABEL.
002048     MOVE WS-TOTAL-CLOSE-FEES TO WS-AL-AMOUNT.
002049     PERFORM 4980-AMT-LINE THRU 4980-EXIT.
002050     MOVE "PAID OUT BY TRANSFER         :" TO WS-AL-LABEL.
002051     MOVE WS-TOTAL-XFER-PAYOUT TO WS-AL-AMOUNT.
002052     PERFORM 4980-AMT-LINE THRU 4980-EXIT.
002053     MOVE "PAID OUT BY OFFICIAL CHEQUE  :" TO WS-AL-LABEL.
002054     MOVE WS-TOTAL-CHEQUE-PAYOUT TO WS-AL-AMOUNT.
002055     PERFORM 4980-AMT-LINE THRU 4980-EXIT.
002056 4950-EXIT.
002057     EXIT.

002058*----------------------------------------------------------*
002059* 4960-WRITE-XFER-TRAILER - BATCH CONTROL TRAILER SO        *
002060*                           VSAMFILE ACCEPTS CLOSXFER, WITH *
002061*                           FEED IDENTITY BUSINESS DATE +   *
002062*                           SERIAL AM01 (AM02 AND ON FOR A  *
002063*                           SAME-DAY RERUN).                *
002064*----------------------------------------------------------*
002065 4960-WRITE-XFER-TRAILER.
002066     MOVE "##TRAILER#" TO TT-TRAILER-ID.
002067     MOVE WS-XFER-CNT TO TT-REC-COUNT.
002068     MOVE ZERO TO TT-DEBIT-TOTAL.
002069     MOVE WS-TOTAL-XFER-PAYOUT TO TT-CREDIT-TOTAL.
002070     MOVE WS-BUS-DATE TO TT-BUS-DATE.
002071     MOVE WS-XFER-SERIAL TO TT-BATCH-SERIAL.
002072     WRITE TRAN-TRL-REC.
002073 4960-EXIT.
002074     EXIT.

002075 4970-SUM-LINE.
002076     MOVE WS-SUM-LINE TO RPT-LINE.
002077     WRITE RPT-LINE.
002078 4970-EXIT.
002079     EXIT.

002080 4980-AMT-LINE.
002081     MOVE WS-AMT-LINE TO RPT-LINE.
002082     WRITE RPT-LINE.
002083 4980-EXIT.
002084     EXIT.

002085*----------------------------------------------------------*
002086* 5000-REACTIVATE-ACCOUNT - SET ACCT-STATUS BACK TO ACTIVE. *
002087*----------------------------------------------------------*
002088 5000-REACTIVATE-ACCOUNT.
002089     MOVE CTL-ACCT-NO TO ACCT-NO.
002090     READ ACCOUNT1 KEY IS ACCT-NO
002091         INVALID KEY
002092             MOVE "NOT FOUND/REJECTED" TO LOG-RESULT
002093             PERFORM 9000-WRITE-LOG THRU 9000-EXIT
002094             ADD 1 TO WS-REJECT-CNT
002095             GO TO 5000-EXIT
002096     END-READ.
002097     IF ACCT-ESCHEATED
002098         MOVE "ACCOUNT ESCHEATED" TO LOG-RESULT
002099         PERFORM 9000-WRITE-LOG THRU 9000-EXIT
002100         ADD 1 TO WS-REJECT-CNT
002101         GO TO 5000-EXIT
002102     END-IF.
002103     MOVE "A" TO ACCT-STATUS.
002104     MOVE WS-BUS-DATE TO ACCT-LAST-ACT-DATE.
002105     REWRITE ACCT-REC
002106         INVALID KEY
002107             MOVE "REWRITE FAILED" TO LOG-RESULT
002108             PERFORM 9000-WRITE-LOG THRU 9000-EXIT
002109             ADD 1 TO WS-REJECT-CNT
002110             GO TO 5000-EXIT
002111     END-REWRITE.
002112     MOVE "ACCOUNT REACTIVATED" TO LOG-RESULT.
002113     PERFORM 9000-WRITE-LOG THRU 9000-EXIT.
002114     ADD 1 TO WS-REACT-CNT.
002115 5000-EXIT.
002116     EXIT.

002117*----------------------------------------------------------*
002118* 6000-CHANGE-TYPE - CHANGE ACCT-TYPE ON AN EXISTING ACCT.  *
002119*----------------------------------------------------------*
002120 6000-CHANGE-TYPE.
002121     MOVE CTL-ACCT-NO TO ACCT-NO.
002122     READ ACCOUNT1 KEY IS ACCT-NO
002123         INVALID KEY
002124             MOVE "NOT FOUND/REJECTED" TO LOG-RESULT
002125             PERFORM 9000-WRITE-LOG THRU 9000-EXIT
002126             ADD 1 TO WS-REJECT-CNT
002127             GO TO 6000-EXIT
002128     END-READ.
002129     IF CTL-ACCT-TYPE NOT = "C" AND ACCT-OD-LIMIT > ZERO
002130         MOVE "OVERDRAFT LIMIT SET" TO LOG-RESULT
002131         PERFORM 9000-WRITE-LOG THRU 9000-EXIT
002132         ADD 1 TO WS-REJECT-CNT
002133         GO TO 6000-EXIT
002134     END-IF.
002135     MOVE CTL-ACCT-TYPE TO ACCT-TYPE.
002136     REWRITE ACCT-REC
002137         INVALID KEY
002138             MOVE "REWRITE FAILED" TO LOG-RESULT
002140             PERFORM 9000-WRITE-LOG THRU 9000-EXIT
002141             ADD 1 TO WS-REJECT-CNT
002142             GO TO 6000-EXIT
002143     END-REWRITE.
002144     MOVE "ACCOUNT TYPE CHANGED" TO LOG-RESULT.
002145     PERFORM 9000-WRITE-LOG THRU 9000-EXIT.
002146     ADD 1 TO WS-CHGTYPE-CNT.
002147 6000-EXIT.
002148     EXIT.

002149*----------------------------------------------------------*
002150* 6500-SET-OD-LIMIT - SET THE ARRANGED OVERDRAFT LIMIT ON A *
002151*                     CHECKING ACCOUNT. ZERO WITHDRAWS THE  *
002152*                     FACILITY. A LIMIT BELOW THE CURRENT   *
002153*                     OVERDRAWN AMOUNT IS ACCEPTED; THE     *
002154*                     EXCESS SHOWS ON THE OVDRSCAN REPORT.  *
002155*----------------------------------------------------------*
002156 6500-SET-OD-LIMIT.
002157     MOVE CTL-ACCT-NO TO ACCT-NO.
002158     READ ACCOUNT1 KEY IS ACCT-NO
002159         INVALID KEY
002160             MOVE "NOT FOUND/REJECTED" TO LOG-RESULT
002161             PERFORM 9000-WRITE-LOG THRU 9000-EXIT
002162             ADD 1 TO WS-REJECT-CNT
002163             GO TO 6500-EXIT
002164     END-READ.
002165     IF ACCT-TYPE NOT = "C"
002166         MOVE "NOT A CHECKING ACCT" TO LOG-RESULT
002167         PERFORM 9000-WRITE-LOG THRU 9000-EXIT
002168         ADD 1 TO WS-REJECT-CNT
002169         GO TO 6500-EXIT
002170     END-IF.
002171     MOVE CTL-OD-LIMIT TO ACCT-OD-LIMIT.
002172     REWRITE ACCT-REC
002173         INVALID KEY
002174             MOVE "REWRITE FAILED" TO LOG-RESULT
002175             PERFORM 9000-WRITE-LOG THRU 9000-EXIT
002176             ADD 1 TO WS-REJECT-CNT
002177             GO TO 6500-EXIT
002178     END-REWRITE.
002179     MOVE "OVERDRAFT LIMIT SET" TO LOG-RESULT.
002180     PERFORM 9000-WRITE-LOG THRU 9000-EXIT.
002181     ADD 1 TO WS-ODLIMIT-CNT.
002182 6500-EXIT.
002183     EXIT.

002184*----------------------------------------------------------*
002185* 7000-REJECT-CARD - UNKNOWN ACTION CODE ON CONTROL CARD.   *
002186*----------------------------------------------------------*
002187 7000-REJECT-CARD.
002188     MOVE CTL-ACCT-NO TO ACCT-NO.
002189     MOVE "INVALID ACTION CODE" TO LOG-RESULT.
002190     PERFORM 9000-WRITE-LOG THRU 9000-EXIT.
002191     ADD 1 TO WS-REJECT-CNT.
002192 7000-EXIT.
002193     EXIT.

002194*----------------------------------------------------------*
002195* 7100-REFUSE-UNCHECKED - THE ITEM CARRIES NO CHECKER, OR   *
002196*                         THE CHECKER IS THE MAKER.         *
002197*----------------------------------------------------------*
002198 7100-REFUSE-UNCHECKED.
002199     MOVE CTL-ACCT-NO TO ACCT-NO.
002200     MOVE "NOT INDEPENDENTLY OK" TO LOG-RESULT.
002201     PERFORM 9000-WRITE-LOG THRU 9000-EXIT.
002202     ADD 1 TO WS-REJECT-CNT.
002203 7100-EXIT.
002204     EXIT.

002205*----------------------------------------------------------*
002206* 7600-JOURNAL-WRITE - FILE THE ENTRY BUILT IN JRNL-REC     *
002207*                      UNDER THE NEXT SEQUENCE NUMBER FOR   *
002208*                      ITS ACCOUNT AND POSTING DATE: ONE    *
002209*                      MORE THAN THE HIGHEST ALREADY ON     *
002210*                      THE JOURNAL.                         *
002211*----------------------------------------------------------*
002212 7600-JOURNAL-WRITE.
002213     MOVE JRNL-REC TO WS-JS-HOLD-REC.
002214     MOVE JR-ACCT-NO TO WS-JS-ACCT-NO.
002215     MOVE JR-BUS-DATE TO WS-JS-BUS-DATE.
002216     MOVE ZERO TO WS-JS-LAST-SEQ.
002217     MOVE ZERO TO JR-SEQ-NO.
002218     MOVE "N" TO WS-JS-END-SW.
002219     START TRANJRNL KEY IS NOT LESS THAN JR-KEY
002220         INVALID KEY
002221             MOVE "Y" TO WS-JS-END-SW
002222     END-START.
002223     PERFORM 7610-LAST-SEQ-STEP THRU 7610-EXIT
002224         UNTIL JS-AT-END.
002225     MOVE WS-JS-HOLD-REC TO JRNL-REC.
002226     COMPUTE JR-SEQ-NO = WS-JS-LAST-SEQ + 1.
002227     WRITE JRNL-REC
002228         INVALID KEY
002229             DISPLAY "ACCTMAINT: TRANJRNL WRITE FAILED " WS-J-FS
002230                 " ACCOUNT " JR-ACCT-NO
002231     END-WRITE.
002232 7600-EXIT.
002233     EXIT.

002234 7610-LAST-SEQ-STEP.
002235     READ TRANJRNL NEXT
002236         AT END
002237             MOVE "Y" TO WS-JS-END-SW
002238             GO TO 7610-EXIT
002239     END-READ.
002240     IF JR-ACCT-NO NOT = WS-JS-ACCT-NO
002241         OR JR-BUS-DATE NOT = WS-JS-BUS-DATE
002242         MOVE "Y" TO WS-JS-END-SW
002243         GO TO 7610-EXIT
002244     END-IF.
002245     MOVE JR-SEQ-NO TO WS-JS-LAST-SEQ.
002246 7610-EXIT.
002247     EXIT.

002248*----------------------------------------------------------*
002249* 8000-FINALIZE - CLOSE FILES AND PRINT THE RUN SUMMARY.    *
002250*----------------------------------------------------------*
002251 8000-FINALIZE.
002252     DISPLAY "ACCTMAINT - ACCOUNT MAINTENANCE RUN SUMMARY".
002253     DISPLAY "CARDS READ           : " WS-CARDS-READ.
002254     DISPLAY "ACCOUNTS OPENED      : " WS-OPENED-CNT.
002255     DISPLAY "ACCOUNTS CLOSED      : " WS-CLOSED-CNT.
002256     DISPLAY "ACCOUNTS REACTIVATED : " WS-REACT-CNT.
002257     DISPLAY "ACCOUNT TYPE CHANGES : " WS-CHGTYPE-CNT.
002258     DISPLAY "OVERDRAFT LIMITS SET : " WS-ODLIMIT-CNT.
002259     DISPLAY "CLOSES QUEUED (HOLDS): " WS-QUEUED-CNT.
002260     DISPLAY "ORDERS CANCELLED     : " WS-SO-CANCEL-TOT.
002261     DISPLAY "CLOSE-OUT INTEREST   : " WS-TOTAL-CLOSE-INT.
002262     DISPLAY "CLOSE-OUT FEES       : " WS-TOTAL-CLOSE-FEES.
002263     DISPLAY "PAID OUT BY TRANSFER : " WS-TOTAL-XFER-PAYOUT.
002264     DISPLAY "PAID OUT BY CHEQUE   : " WS-TOTAL-CHEQUE-PAYOUT.
002265     DISPLAY "CARDS REJECTED       : " WS-REJECT-CNT.
002266     PERFORM 4950-CLOSE-SUMMARY THRU 4950-EXIT.
002267     PERFORM 4960-WRITE-XFER-TRAILER THRU 4960-EXIT.
002268     OPEN OUTPUT OPNCTL.
002269     IF WS-OC-FS = "00"
002270         COMPUTE OC-TOTAL-OPENED-BAL =
002271             WS-PO-OPENED-BAL + WS-TOTAL-OPENED-BAL
002272         COMPUTE OC-ACCOUNTS-OPENED =
002273             WS-PO-OPENED + WS-OPENED-CNT
002274         MOVE WS-BUS-DATE TO OC-BUS-DATE
002275         COMPUTE OC-CLOSE-INTEREST =
002276             WS-PO-CLOSE-INT + WS-TOTAL-CLOSE-INT
002277         COMPUTE OC-CLOSE-FEES =
002278             WS-PO-CLOSE-FEES + WS-TOTAL-CLOSE-FEES
002279         COMPUTE OC-XFER-PAYOUT =
002280             WS-PO-XFER-PAYOUT + WS-TOTAL-XFER-PAYOUT
002281         COMPUTE OC-CHEQUE-PAYOUT =
002282             WS-PO-CHEQUE-PAYOUT + WS-TOTAL-CHEQUE-PAYOUT
002283         COMPUTE OC-ACCOUNTS-CLOSED =
002284             WS-PO-CLOSED + WS-CLOSED-CNT
002285         WRITE OPNCTL-REC
002286         CLOSE OPNCTL
002287     ELSE
002288         DISPLAY "ACCTMAINT: ERROR OPENING OPNCTL " WS-OC-FS
002289     END-IF.
002290     CLOSE PENDMST ACCOUNT1 MAINTLOG TRANJRNL.
002291     CLOSE HOLDMST STORDMST ACCRMST.
002292     CLOSE CLOSXFER CHQPAY CLOSPEND CLOSRPT.
002293 8000-EXIT.
002294     EXIT.

002295*----------------------------------------------------------*
002296* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
002297*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
002298*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
002299*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
002300*----------------------------------------------------------*
002301 8900-LEDGER-END.
002302     INITIALIZE WS-RL-COUNTS.
002303     MOVE "CARDS" TO WS-RL-CNT-LABEL(1).
002304     MOVE WS-CARDS-READ TO WS-RL-CNT-VALUE(1).
002305     MOVE "OPENED" TO WS-RL-CNT-LABEL(2).
002306     MOVE WS-OPENED-CNT TO WS-RL-CNT-VALUE(2).
002307     MOVE "CLOSED" TO WS-RL-CNT-LABEL(3).
002308     MOVE WS-CLOSED-CNT TO WS-RL-CNT-VALUE(3).
002309     MOVE "REJECTED" TO WS-RL-CNT-LABEL(4).
002310     MOVE WS-REJECT-CNT TO WS-RL-CNT-VALUE(4).
002311     IF WS-REJECT-CNT > ZERO
002312         MOVE 4 TO WS-RL-RC
002313     END-IF.
002314     OPEN I-O RUNLEDG.
002315     IF WS-RL-FS NOT = "00"
002316         DISPLAY "ACCTMAINT: RUNLEDG NOT AVAILABLE " WS-RL-FS
002317         DISPLAY "ACCTMAINT: END OF RUN NOT RECORDED"
002318         GO TO 8900-EXIT
002319     END-IF.
002320     MOVE WS-RL-STEP TO RL-STEP.
002321     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
002322     IF NOT RL-ON-FILE
002323         INITIALIZE RUNLEDG-REC
002324         MOVE WS-BUS-DATE TO RL-BUS-DATE
002325         MOVE WS-RL-STEP TO RL-STEP
002326         MOVE 1 TO RL-RUN-COUNT
002327     END-IF.
002328     IF WS-RL-RC < 8
002329         MOVE "C" TO RL-STATUS
002330     ELSE
002331         MOVE "F" TO RL-STATUS
002332     END-IF.
002333     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
002334     ACCEPT RL-END-TIME FROM TIME.
002335     MOVE WS-RL-RC TO RL-RETURN-CODE.
002336     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
002337     MOVE WS-RL-COUNTS TO RL-COUNTS.
002338     IF RL-ON-FILE
002339         REWRITE RUNLEDG-REC
002340             INVALID KEY
002341                 DISPLAY "ACCTMAINT: RUNLEDG REWRITE FAILED "
002342                     WS-RL-FS
002343         END-REWRITE
002344     ELSE
002345         WRITE RUNLEDG-REC
002346             INVALID KEY
002347                 DISPLAY "ACCTMAINT: RUNLEDG WRITE FAILED "
002348                     WS-RL-FS
002349         END-WRITE
002350     END-IF.
002351     CLOSE RUNLEDG.
002352 8900-EXIT.
002353     EXIT.

002354*----------------------------------------------------------*
002355* 9000-WRITE-LOG - WRITE ONE ENTRY TO THE MAINTENANCE LOG.  *
002356*----------------------------------------------------------*
002360 9000-WRITE-LOG.
002370     MOVE CTL-ACTION TO LOG-ACTION.
002380     MOVE ACCT-NO TO LOG-ACCT-NO.
002385     MOVE LOG-RESULT TO WS-LAST-RESULT.
002390     WRITE LOG-REC.
002400 9000-EXIT.
002410     EXIT.
002450     ADD 1 TO WS-CD-IDX.
002451 9510-EXIT.
002452     EXIT.
