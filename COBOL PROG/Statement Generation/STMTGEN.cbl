000150 DATE-COMPILED.
000160 REMARKS. CUSTOMER STATEMENT GENERATION. READS THE ACCOUNT1
000170     MASTER AND THE TRANJRNL POSTED-TRANSACTION JOURNAL WRITTEN
000174     BY VSAMFILE, INTPOST, FEEPOST, ACCTMAINT AND ESCHEAT -
000178     VSAMFILE CARRYING THE CLEARING ENTRIES ACHINBD RECEIVES
000182     (ACHRETN ONLY READS THE JOURNAL) AND INTPOST THE INTEREST
000186     INTACCR ACCRUES - AND PRODUCES A PRINT-FORMAT STATEMENT PER
000190     ACCOUNT: HEADER, OPENING BALANCE, ONE LINE PER POSTED
000200     TRANSACTION WITH RUNNING BALANCE, AND CLOSING BALANCE.
000210     ACCOUNTS LINKED TO THE SAME CUSTMST CUSTOMER THROUGH
000370*                 AND PRINTED UNDER A MAILING ADDRESS BLOCK  *
000380*                 FROM THE NEW CUSTMST CUSTOMER MASTER.      *
000390*                 UNLINKED ACCOUNTS PRINT STANDALONE WITH A  *
000391*                 NO-ADDRESS-ON-FILE NOTE FOR THE MAILROOM.  *
000392*  10/15/26  DLS  INTEREST, SERVICE-CHARGE AND OPENING-      *
000393*                 BALANCE JOURNAL ENTRIES PRINT AS STATEMENT *
000394*                 LINES WITH THEIR OWN DESCRIPTIONS.         *
000395*  10/15/26  DLS  SIGNED BALANCES; AN OVERDRAWN BALANCE      *
000396*                 PRINTS WITH A TRAILING MINUS.              *
000397*  10/15/26  DLS  CLOSE-OUT PAYOUTS (TR-CODE CLOS) PRINT AS  *
000398*                 CLOSE-OUT LINES.                           *
000399*  10/15/26  DLS  ESCHEATMENT ENTRIES (TR-CODE ESCH) PRINT   *
000400*                 AS ESCHEATED LINES.                        *
000401*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000402*                 RUNPREQ AT START; START, END, RETURN       *
000403*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000404*  10/15/26  DLS  CLEARING-HOUSE ENTRIES (TR-CODE ACHI)      *
000405*                 PRINT AS ACH CREDIT / ACH DEBIT LINES.     *
000406*  10/15/26  DLS  KEYED JOURNAL: EACH ACCOUNT'S ENTRIES ARE  *
000407*                 READ DIRECTLY BY KEY IN POSTING ORDER IN   *
000408*                 PLACE OF THE 20000-ENTRY JOURNAL TABLE,    *
000409*                 SO NO ACTIVITY IS EVER LEFT OFF.           *
000410*----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000490         FILE STATUS IS WS-ACC-FS.

000500     SELECT TRANJRNL ASSIGN TO TRANJRNL
000505         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000515         RECORD KEY IS JR-KEY
000520         FILE STATUS IS WS-JR-FS.

000530     SELECT CUSTMST ASSIGN TO CUSTMST
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-BD-FS.

000631     SELECT RUNPREQ ASSIGN TO RUNPREQ
000632         ORGANIZATION IS SEQUENTIAL
000633         FILE STATUS IS WS-PQ-FS.

000634     SELECT RUNLEDG ASSIGN TO RUNLEDG
000635         ORGANIZATION IS INDEXED
000636         ACCESS MODE IS DYNAMIC
000637         RECORD KEY IS RL-KEY
000638         FILE STATUS IS WS-RL-FS.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ACCOUNT1.
000780 01  BUSDATE-REC.
000790     COPY BUSDTREC.

000791 FD  RUNPREQ.
000792 01  RUNPREQ-REC.
000793     COPY RUNPREQREC.

000794 FD  RUNLEDG.
000795 01  RUNLEDG-REC.
000796     COPY RUNLEDREC.

000800 WORKING-STORAGE SECTION.
000810 01  WS-ACC-FS PIC X(02).
000820 01  WS-JR-FS PIC X(02).
000940     88 CM-FILE-PRESENT VALUE "Y".
000950 01  WS-CUST-FOUND-SW PIC X(01) VALUE "N".
000960     88 CUSTOMER-FOUND VALUE "Y".
000990 01  WS-ACCT-FULL-SW PIC X(01) VALUE "N".
001000     88 ACCT-FULL-WARNED VALUE "Y".

001010 01  WS-JRNL-COUNT PIC 9(07) COMP VALUE ZERO.
001060 01  WS-ACCT-COUNT PIC 9(05) COMP VALUE ZERO.
001070 01  WS-ACCT-MAX PIC 9(05) COMP VALUE 2000.
001080 01  WS-GRP-IDX PIC 9(05) COMP VALUE ZERO.
001130 01  WS-LINES-PRINTED PIC 9(05) COMP VALUE ZERO.
001140 01  WS-ACCT-TRAN-CNT PIC 9(05) COMP VALUE ZERO.

001150 01  WS-OPENING-BAL PIC S9(7)V99 VALUE ZERO.
001160 01  WS-GRP-CUST-ID PIC X(08) VALUE SPACES.

001280 01  ACCT-TABLE.
001290     05 ACCT-ENTRY OCCURS 2000 TIMES.
001300        10 AT-ACCT-NO PIC X(10).
001310        10 AT-CUST-NAME PIC X(30).
001320        10 AT-ACCT-TYPE PIC X(01).
001330        10 AT-BALANCE PIC S9(7)V99.
001340        10 AT-CUST-ID PIC X(08).
001350        10 AT-PRINTED-SW PIC X(01).

001770     05 FILLER PIC X(02) VALUE SPACES.
001780     05 WS-DTL-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
001790     05 FILLER PIC X(02) VALUE SPACES.
001800     05 WS-DTL-BALANCE PIC ZZ,ZZZ,ZZ9.99-.
001810     05 FILLER PIC X(29) VALUE SPACES.

001820 01  WS-BAL-LINE.
001830     05 FILLER PIC X(02) VALUE SPACES.
001840     05 WS-BL-LABEL PIC X(20).
001850     05 FILLER PIC X(57) VALUE SPACES.
001852     05 WS-BL-AMOUNT PIC ZZ,ZZZ,ZZ9.99-.
001854     05 FILLER PIC X(39) VALUE SPACES.

001856 01  WS-RULE-LINE PIC X(132) VALUE ALL "=".

001858 01  WS-PQ-FS PIC X(02).
001860 01  WS-RL-FS PIC X(02).
001862 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
001864     88 RP-AT-EOF VALUE "Y".
001866 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
001868     88 RL-ON-FILE VALUE "Y".
001870 01  WS-RL-STEP PIC X(10) VALUE "STMTGEN".
001872 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
001874 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
001876 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
001878 01  WS-RL-RC PIC 9(04) VALUE ZERO.
001880 01  WS-RL-COUNTS.
001882     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
001884        10 WS-RL-CNT-LABEL PIC X(10).
001886        10 WS-RL-CNT-VALUE PIC 9(09).

001890 PROCEDURE DIVISION.

001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001960     PERFORM 2500-LOAD-ACCOUNTS THRU 2500-EXIT
001970         UNTIL ACC-AT-EOF.
001980     MOVE 1 TO WS-GRP-IDX.
001990     PERFORM 3000-PRINT-GROUP THRU 3000-EXIT
002000         UNTIL WS-GRP-IDX > WS-ACCT-COUNT.
002010     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002015     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
002020     STOP RUN.

002030*----------------------------------------------------------*
002100*----------------------------------------------------------*
002110 1000-INITIALIZE.
002120     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
002125     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
002130     OPEN INPUT ACCOUNT1.
002140     IF WS-ACC-FS NOT = "00"
002150         DISPLAY "STMTGEN: ERROR OPENING ACCOUNT1 " WS-ACC-FS
002200         MOVE "Y" TO WS-JR-PRESENT-SW
002210     ELSE
002220         MOVE "N" TO WS-JR-PRESENT-SW
002240         DISPLAY "STMTGEN: TRANJRNL NOT AVAILABLE " WS-JR-FS
002250         DISPLAY "STMTGEN: STATEMENTS WILL SHOW NO ACTIVITY"
002260     END-IF.
002660     EXIT.

002670*----------------------------------------------------------*
002675* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
002680*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
002685*                     AND RECORD THE START OF THE RUN. THE  *
002690*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
002695*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
002700*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
002705*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
002710*                     COMPLETED.                            *
002720*----------------------------------------------------------*
002721 1900-LEDGER-START.
002722     OPEN INPUT RUNPREQ.
002723     IF WS-PQ-FS NOT = "00"
002724         DISPLAY "*** STMTGEN REFUSED ***"
002725         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
002726             WS-PQ-FS
002727         STOP RUN
002728     END-IF.
002729     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
002730     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
002731         UNTIL RP-AT-EOF.
002732     CLOSE RUNPREQ.
002733     IF WS-RL-REFUSE-CNT > ZERO
002734         MOVE "R" TO WS-RL-NEW-STATUS
002735         PERFORM 1940-POST-START THRU 1940-EXIT
002736         CLOSE RUNLEDG
002737         DISPLAY "*** STMTGEN REFUSED ***"
002738         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
002739             "DATE " WS-BUS-DATE
002740         STOP RUN
002741     END-IF.
002742     MOVE "S" TO WS-RL-NEW-STATUS.
002743     PERFORM 1940-POST-START THRU 1940-EXIT.
002744     CLOSE RUNLEDG.
002745 1900-EXIT.
002746     EXIT.

002747 1910-CHECK-PREREQ.
002748     READ RUNPREQ
002750         AT END
002760             MOVE "Y" TO WS-RP-EOF-SW
002770             GO TO 1910-EXIT
002780     END-READ.
002782     IF RP-STEP = WS-RL-STEP
002784         MOVE RP-PREREQ TO RL-STEP
002786         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002788         IF RL-ON-FILE AND RL-COMPLETE
002790             GO TO 1910-EXIT
002792         END-IF
002794         IF NOT RL-ON-FILE AND RP-MONTH-END
002796             GO TO 1910-EXIT
002798         END-IF
002800         ADD 1 TO WS-RL-REFUSE-CNT
002802         MOVE SPACES TO WS-RL-MESSAGE
002804         STRING "AWAITING " RP-PREREQ
002806             DELIMITED BY SIZE INTO WS-RL-MESSAGE
002808         DISPLAY "STMTGEN: " RP-PREREQ
002810             " HAS NOT COMPLETED FOR " WS-BUS-DATE
002812         GO TO 1910-EXIT
002814     END-IF.
002816     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
002818         MOVE RP-STEP TO RL-STEP
002820         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002822         IF RL-ON-FILE AND RL-COMPLETE
002824             ADD 1 TO WS-RL-REFUSE-CNT
002826             MOVE SPACES TO WS-RL-MESSAGE
002828             STRING "OUT OF SEQUENCE AFTER " RP-STEP
002830                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
002832             DISPLAY "STMTGEN: " RP-STEP
002834                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
002836         END-IF
002838     END-IF.
002840 1910-EXIT.
002842     EXIT.

002844 1920-READ-LEDGER.
002846     MOVE WS-BUS-DATE TO RL-BUS-DATE.
002848     MOVE "Y" TO WS-RL-FOUND-SW.
002850     READ RUNLEDG KEY IS RL-KEY
002852         INVALID KEY
002854             MOVE "N" TO WS-RL-FOUND-SW
002856     END-READ.
002858 1920-EXIT.
002860     EXIT.

002862 1930-OPEN-LEDGER.
002864     OPEN I-O RUNLEDG.
002866     IF WS-RL-FS NOT = "00"
002868         OPEN OUTPUT RUNLEDG
002870         IF WS-RL-FS NOT = "00"
002872             DISPLAY "STMTGEN: ERROR OPENING RUNLEDG " WS-RL-FS
002874             STOP RUN
002876         END-IF
002878         CLOSE RUNLEDG
002880         OPEN I-O RUNLEDG
002882         IF WS-RL-FS NOT = "00"
002884             DISPLAY "STMTGEN: ERROR REOPENING RUNLEDG " WS-RL-FS
002886             STOP RUN
002888         END-IF
002890     END-IF.
002892 1930-EXIT.
002894     EXIT.

002896*----------------------------------------------------------*
002898* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
002900*                   ENTRY FOR TODAY AS STARTED (S) OR       *
002902*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
002904*                   EARLIER CLEAN COMPLETION STANDING.      *
002906*----------------------------------------------------------*
002908 1940-POST-START.
002910     MOVE WS-RL-STEP TO RL-STEP.
002912     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
002914     IF RL-ON-FILE AND RL-COMPLETE
002916         AND WS-RL-NEW-STATUS = "R"
002918         GO TO 1940-EXIT
002920     END-IF.
002922     IF NOT RL-ON-FILE
002924         INITIALIZE RUNLEDG-REC
002926         MOVE WS-BUS-DATE TO RL-BUS-DATE
002928         MOVE WS-RL-STEP TO RL-STEP
002930     END-IF.
002932     ADD 1 TO RL-RUN-COUNT.
002934     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
002936     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
002938     ACCEPT RL-START-TIME FROM TIME.
002940     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
002942     INITIALIZE RL-COUNTS.
002944     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
002946     IF RL-ON-FILE
002948         REWRITE RUNLEDG-REC
002950             INVALID KEY
002952                 DISPLAY "STMTGEN: RUNLEDG REWRITE FAILED "
002954                     WS-RL-FS
002956         END-REWRITE
002958     ELSE
002960         WRITE RUNLEDG-REC
002962             INVALID KEY
002964                 DISPLAY "STMTGEN: RUNLEDG WRITE FAILED " WS-RL-FS
002966         END-WRITE
002968     END-IF.
002970 1940-EXIT.
002990     EXIT.

003000*----------------------------------------------------------*
003930     MOVE WS-COLHDR-LINE TO STMT-LINE.
003940     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
003950     MOVE ZERO TO WS-ACCT-TRAN-CNT.
003970     PERFORM 3300-PRINT-DETAIL THRU 3300-EXIT
003980         UNTIL JR-AT-EOF.
003990     IF WS-ACCT-TRAN-CNT = ZERO
004000         MOVE SPACES TO STMT-LINE
004010         MOVE "  ** NO POSTED ACTIVITY THIS PERIOD **"
004150* 3200-FIND-OPENING - OPENING BALANCE IS THE BEFORE IMAGE   *
004160*                     OF THE ACCOUNT'S FIRST JOURNALLED     *
004170*                     POSTING; WITH NO ACTIVITY IT EQUALS   *
004173*                     THE CURRENT MASTER BALANCE. THE       *
004176*                     JOURNAL IS POSITIONED BY KEY AT THE   *
004179*                     ACCOUNT AND THAT FIRST ENTRY IS LEFT  *
004182*                     IN THE RECORD AREA FOR THE DETAIL     *
004185*                     LINES.                                *
004190*----------------------------------------------------------*
004200 3200-FIND-OPENING.
004220     MOVE AT-BALANCE(WS-CUR-IDX) TO WS-OPENING-BAL.
004223     MOVE "Y" TO WS-JR-EOF-SW.
004226     IF NOT JR-FILE-PRESENT
004229         GO TO 3200-EXIT
004232     END-IF.
004235     MOVE AT-ACCT-NO(WS-CUR-IDX) TO JR-ACCT-NO.
004238     MOVE ZERO TO JR-BUS-DATE.
004241     MOVE ZERO TO JR-SEQ-NO.
004244     START TRANJRNL KEY IS NOT LESS THAN JR-KEY
004247         INVALID KEY
004250             GO TO 3200-EXIT
004253     END-START.
004256     PERFORM 3210-READ-ENTRY THRU 3210-EXIT.
004259     IF NOT JR-AT-EOF
004262         MOVE JR-BAL-BEFORE TO WS-OPENING-BAL
004265     END-IF.
004270 3200-EXIT.
004280     EXIT.

004284*----------------------------------------------------------*
004288* 3210-READ-ENTRY - NEXT JOURNAL ENTRY IN KEY ORDER. THE    *
004292*                   FIRST ENTRY FOR ANOTHER ACCOUNT ENDS    *
004296*                   THE CURRENT STATEMENT.                  *
004300*----------------------------------------------------------*
004304 3210-READ-ENTRY.
004308     MOVE "N" TO WS-JR-EOF-SW.
004312     READ TRANJRNL NEXT
004316         AT END
004320             MOVE "Y" TO WS-JR-EOF-SW
004324             GO TO 3210-EXIT
004328     END-READ.
004332     IF JR-ACCT-NO NOT = AT-ACCT-NO(WS-CUR-IDX)
004336         MOVE "Y" TO WS-JR-EOF-SW
004340         GO TO 3210-EXIT
004350     END-IF.
004355     ADD 1 TO WS-JRNL-COUNT.
004360 3210-EXIT.
004370     EXIT.

004410*                     WITH THE RUNNING BALANCE.             *
004420*----------------------------------------------------------*
004430 3300-PRINT-DETAIL.
004435     MOVE JR-TRANSNO TO WS-DTL-TRANSNO.
004440     MOVE JR-BUS-DATE TO WS-DTL-DATE.
004445     EVALUATE TRUE
004450         WHEN JR-TR-CODE = "INTR"
004455             MOVE "INTEREST" TO WS-DTL-TYPE
004460         WHEN JR-TR-CODE = "FEES"
004465             MOVE "SERV CHG" TO WS-DTL-TYPE
004470         WHEN JR-TR-CODE = "OPEN"
004475             MOVE "OPENING" TO WS-DTL-TYPE
004480         WHEN JR-TR-CODE = "CLOS"
004485             MOVE "CLOSE-OUT" TO WS-DTL-TYPE
004490         WHEN JR-TR-CODE = "ESCH"
004495             MOVE "ESCHEATED" TO WS-DTL-TYPE
004500         WHEN JR-TR-CODE = "ACHI"
004505             AND JR-TR-TYPE = "W"
004510             MOVE "ACH DEBIT" TO WS-DTL-TYPE
004515         WHEN JR-TR-CODE = "ACHI"
004520             MOVE "ACH CREDIT" TO WS-DTL-TYPE
004525         WHEN JR-TR-TYPE = "W"
004530             MOVE "WITHDRAWAL" TO WS-DTL-TYPE
004535         WHEN OTHER
004540             MOVE "DEPOSIT" TO WS-DTL-TYPE
004545     END-EVALUATE.
004550     MOVE JR-TR-CODE TO WS-DTL-CODE.
004555     MOVE JR-TR-MEMO TO WS-DTL-MEMO.
004560     MOVE JR-TR-AMOUNT TO WS-DTL-AMOUNT.
004565     MOVE JR-BAL-AFTER TO WS-DTL-BALANCE.
004580     MOVE WS-DTL-LINE TO STMT-LINE.
004590     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
004600     ADD 1 TO WS-ACCT-TRAN-CNT.
004610     PERFORM 3210-READ-ENTRY THRU 3210-EXIT.
004630 3300-EXIT.
004640     EXIT.

005360*----------------------------------------------------------*
005370 8000-FINALIZE.
005380     DISPLAY "STMTGEN - STATEMENT GENERATION RUN SUMMARY".
005390     DISPLAY "JOURNAL RECORDS READ  : " WS-JRNL-COUNT.
005400     DISPLAY "ACCOUNTS LOADED       : " WS-ACCT-COUNT.
005410     DISPLAY "STATEMENTS PRINTED    : " WS-CUSTS-PRINTED.
005420     DISPLAY "ACCOUNT BLOCKS PRINTED: " WS-ACCTS-PRINTED.
005500     END-IF.
005510 8000-EXIT.
005520     EXIT.

005530*----------------------------------------------------------*
005540* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
005550*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
005560*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
005570*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
005580*----------------------------------------------------------*
005590 8900-LEDGER-END.
005595     INITIALIZE WS-RL-COUNTS.
005600     MOVE "STATEMENTS" TO WS-RL-CNT-LABEL(1).
005610     MOVE WS-CUSTS-PRINTED TO WS-RL-CNT-VALUE(1).
005620     MOVE "ACCOUNTS" TO WS-RL-CNT-LABEL(2).
005630     MOVE WS-ACCTS-PRINTED TO WS-RL-CNT-VALUE(2).
005640     MOVE "JOURNAL" TO WS-RL-CNT-LABEL(3).
005650     MOVE WS-JRNL-COUNT TO WS-RL-CNT-VALUE(3).
005660     MOVE "LINES" TO WS-RL-CNT-LABEL(4).
005670     MOVE WS-LINES-PRINTED TO WS-RL-CNT-VALUE(4).
005680     OPEN I-O RUNLEDG.
005690     IF WS-RL-FS NOT = "00"
005700         DISPLAY "STMTGEN: RUNLEDG NOT AVAILABLE " WS-RL-FS
005710         DISPLAY "STMTGEN: END OF RUN NOT RECORDED"
005720         GO TO 8900-EXIT
005730     END-IF.
005740     MOVE WS-RL-STEP TO RL-STEP.
005750     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
005760     IF NOT RL-ON-FILE
005770         INITIALIZE RUNLEDG-REC
005780         MOVE WS-BUS-DATE TO RL-BUS-DATE
005790         MOVE WS-RL-STEP TO RL-STEP
005800         MOVE 1 TO RL-RUN-COUNT
005810     END-IF.
005820     IF WS-RL-RC < 8
005830         MOVE "C" TO RL-STATUS
005840     ELSE
005850         MOVE "F" TO RL-STATUS
005860     END-IF.
005870     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
005880     ACCEPT RL-END-TIME FROM TIME.
005890     MOVE WS-RL-RC TO RL-RETURN-CODE.
005900     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
005910     MOVE WS-RL-COUNTS TO RL-COUNTS.
005920     IF RL-ON-FILE
005930         REWRITE RUNLEDG-REC
005940             INVALID KEY
005950                 DISPLAY "STMTGEN: RUNLEDG REWRITE FAILED "
005960                     WS-RL-FS
005970         END-REWRITE
005980     ELSE
005990         WRITE RUNLEDG-REC
006000             INVALID KEY
006010                 DISPLAY "STMTGEN: RUNLEDG WRITE FAILED " WS-RL-FS
006020         END-WRITE
006030     END-IF.
006040     CLOSE RUNLEDG.
006050 8900-EXIT.
006060     EXIT.
