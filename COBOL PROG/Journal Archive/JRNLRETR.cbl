000190     FOR THE ACCOUNT AND BUSINESS-DATE RANGE GIVEN ON THE
000200     RETRPARM CARD INTO A PRINT-FORMAT LISTING, SO AUDITOR
000210     AND CUSTOMER-DISPUTE QUERIES ARE ANSWERED WITHOUT
000215     RESTORING ANYTHING BY HAND. THE LIVE JOURNAL IS THEN READ
000220     BY KEY FOR THE SAME ACCOUNT AND RANGE, SO ENTRIES NOT YET
000225     ARCHIVED ARE LISTED IN A SECTION OF THEIR OWN.
000230*----------------------------------------------------------*
000240* MODIFICATION HISTORY                                      *
000250*  DATE      BY   DESCRIPTION                                *
000260*  09/03/26  DLS  INITIAL VERSION.                           *
000261*  10/15/26  DLS  SIGNED BEFORE/AFTER BALANCES ON THE        *
000262*                 LISTING FOR OVERDRAWN ACCOUNTS.            *
000263*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000264*                 RUNPREQ AT START; START, END, RETURN       *
000265*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000266*  10/15/26  DLS  KEYED JOURNAL: THE REQUESTED ACCOUNT AND   *
000267*                 RANGE ARE ALSO READ BY KEY FROM TRANJRNL   *
000268*                 AND LISTED AS LIVE JOURNAL ENTRIES.        *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-RPT-FS.

000391     SELECT TRANJRNL ASSIGN TO TRANJRNL
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS DYNAMIC
000394         RECORD KEY IS JR-KEY OF JRNL-REC
000395         FILE STATUS IS WS-JR-FS.

000400     SELECT BUSDATE ASSIGN TO BUSDATE
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-BD-FS.

000421     SELECT RUNPREQ ASSIGN TO RUNPREQ
000422         ORGANIZATION IS SEQUENTIAL
000423         FILE STATUS IS WS-PQ-FS.

000424     SELECT RUNLEDG ASSIGN TO RUNLEDG
000425         ORGANIZATION IS INDEXED
000426         ACCESS MODE IS DYNAMIC
000427         RECORD KEY IS RL-KEY
000428         FILE STATUS IS WS-RL-FS.

000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ARCHIN.
000530 FD  RETRRPT.
000540 01  RPT-LINE PIC X(132).

000542 FD  TRANJRNL.
000544 01  JRNL-REC.
000546     COPY JRNLREC.

000550 FD  BUSDATE.
000560 01  BUSDATE-REC.
000570     COPY BUSDTREC.

000571 FD  RUNPREQ.
000572 01  RUNPREQ-REC.
000573     COPY RUNPREQREC.

000574 FD  RUNLEDG.
000575 01  RUNLEDG-REC.
000576     COPY RUNLEDREC.

000580 WORKING-STORAGE SECTION.
000590 01  WS-AR-FS PIC X(02).
000600 01  WS-RP-FS PIC X(02).
000610 01  WS-RPT-FS PIC X(02).
000620 01  WS-BD-FS PIC X(02).
000625 01  WS-JR-FS PIC X(02).
000630 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.

000640 01  WS-AR-EOF-SW PIC X(01) VALUE "N".
000650     88 AR-AT-EOF VALUE "Y".
000653 01  WS-JR-EOF-SW PIC X(01) VALUE "N".
000656     88 JR-AT-EOF VALUE "Y".

000660 01  WS-ACCT-NO PIC X(10) VALUE SPACES.
000670 01  WS-FROM-DATE PIC 9(08) VALUE ZERO.
000720 01  WS-SEG-COUNT PIC 9(07) VALUE ZERO.
000730 01  WS-SEG-TOTAL PIC 9(11)V99 VALUE ZERO.
000740 01  WS-TRAILER-COUNT PIC 9(05) VALUE ZERO.
000745 01  WS-LIVE-COUNT PIC 9(07) VALUE ZERO.

000750 01  WS-JRNL-REC.
000760     COPY JRNLREC.
000980     05 FILLER PIC X(02) VALUE SPACES.
000990     05 WS-DL-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
001000     05 FILLER PIC X(02) VALUE SPACES.
001010     05 WS-DL-BAL-BEFORE PIC ZZ,ZZZ,ZZ9.99-.
001020     05 FILLER PIC X(02) VALUE SPACES.
001030     05 WS-DL-BAL-AFTER PIC ZZ,ZZZ,ZZ9.99-.
001040     05 FILLER PIC X(22) VALUE SPACES.

001050 01  WS-SUM-LINE.
001060     05 FILLER PIC X(02) VALUE SPACES.
001070     05 WS-SL-LABEL PIC X(30).
001080     05 WS-SL-COUNT PIC ZZZZZZ9.
001081     05 FILLER PIC X(93) VALUE SPACES.

001082 01  WS-PQ-FS PIC X(02).
001083 01  WS-RL-FS PIC X(02).
001084 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
001085     88 RP-AT-EOF VALUE "Y".
001086 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
001087     88 RL-ON-FILE VALUE "Y".
001088 01  WS-RL-STEP PIC X(10) VALUE "JRNLRETR".
001089 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
001090 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
001091 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
001092 01  WS-RL-RC PIC 9(04) VALUE ZERO.
001093 01  WS-RL-COUNTS.
001094     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
001095        10 WS-RL-CNT-LABEL PIC X(10).
001096        10 WS-RL-CNT-VALUE PIC 9(09).

001100 PROCEDURE DIVISION.

001120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001130     PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT
001140         UNTIL AR-AT-EOF.
001145     PERFORM 3000-SCAN-LIVE THRU 3000-EXIT.
001150     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
001160     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001165     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001170     STOP RUN.

001180*----------------------------------------------------------*
001210*----------------------------------------------------------*
001220 1000-INITIALIZE.
001230     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001235     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001240     PERFORM 1200-READ-PARM THRU 1200-EXIT.
001250     OPEN INPUT ARCHIN.
001260     IF WS-AR-FS NOT = "00"
001840         NOT AT END
001850             MOVE RP-ACCT-NO TO WS-ACCT-NO
001860             MOVE RP-FROM-DATE TO WS-FROM-DATE
001861             MOVE RP-TO-DATE TO WS-TO-DATE
001862     END-READ.
001863     CLOSE RETRPARM.
001864     IF WS-ACCT-NO = SPACES
001865         OR WS-FROM-DATE > WS-TO-DATE
001866         DISPLAY "JRNLRETR: BAD REQUEST - ACCOUNT " WS-ACCT-NO
001867             " RANGE " WS-FROM-DATE " - " WS-TO-DATE
001868         DISPLAY "JRNLRETR: RUN REFUSED"
001869         STOP RUN
001870     END-IF.
001871     DISPLAY "JRNLRETR: ACCOUNT " WS-ACCT-NO " FROM "
001872         WS-FROM-DATE " TO " WS-TO-DATE.
001873 1200-EXIT.
001874     EXIT.

001875*----------------------------------------------------------*
001876* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
001877*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
001878*                     AND RECORD THE START OF THE RUN. THE  *
001879*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
001880*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
001881*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
001882*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
001883*                     COMPLETED.                            *
001884*----------------------------------------------------------*
001885 1900-LEDGER-START.
001886     OPEN INPUT RUNPREQ.
001887     IF WS-PQ-FS NOT = "00"
001888         DISPLAY "*** JRNLRETR REFUSED ***"
001889         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
001890             WS-PQ-FS
001891         STOP RUN
001892     END-IF.
001893     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
001894     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
001895         UNTIL RP-AT-EOF.
001896     CLOSE RUNPREQ.
001897     IF WS-RL-REFUSE-CNT > ZERO
001898         MOVE "R" TO WS-RL-NEW-STATUS
001899         PERFORM 1940-POST-START THRU 1940-EXIT
001900         CLOSE RUNLEDG
001901         DISPLAY "*** JRNLRETR REFUSED ***"
001902         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
001903             "DATE " WS-BUS-DATE
001904         STOP RUN
001905     END-IF.
001906     MOVE "S" TO WS-RL-NEW-STATUS.
001907     PERFORM 1940-POST-START THRU 1940-EXIT.
001908     CLOSE RUNLEDG.
001909 1900-EXIT.
001910     EXIT.

001911 1910-CHECK-PREREQ.
001912     READ RUNPREQ
001913         AT END
001914             MOVE "Y" TO WS-RP-EOF-SW
001915             GO TO 1910-EXIT
001916     END-READ.
001917     IF RP-STEP = WS-RL-STEP
001918         MOVE RP-PREREQ TO RL-STEP
001919         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001920         IF RL-ON-FILE AND RL-COMPLETE
001921             GO TO 1910-EXIT
001922         END-IF
001923         IF NOT RL-ON-FILE AND RP-MONTH-END
001924             GO TO 1910-EXIT
001925         END-IF
001926         ADD 1 TO WS-RL-REFUSE-CNT
001927         MOVE SPACES TO WS-RL-MESSAGE
001928         STRING "AWAITING " RP-PREREQ
001929             DELIMITED BY SIZE INTO WS-RL-MESSAGE
001930         DISPLAY "JRNLRETR: " RP-PREREQ
001931             " HAS NOT COMPLETED FOR " WS-BUS-DATE
001932         GO TO 1910-EXIT
001933     END-IF.
001934     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
001935         MOVE RP-STEP TO RL-STEP
001936         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001937         IF RL-ON-FILE AND RL-COMPLETE
001938             ADD 1 TO WS-RL-REFUSE-CNT
001939             MOVE SPACES TO WS-RL-MESSAGE
001940             STRING "OUT OF SEQUENCE AFTER " RP-STEP
001941                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
001942             DISPLAY "JRNLRETR: " RP-STEP
001943                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
001944         END-IF
001945     END-IF.
001946 1910-EXIT.
001947     EXIT.

001948 1920-READ-LEDGER.
001949     MOVE WS-BUS-DATE TO RL-BUS-DATE.
001950     MOVE "Y" TO WS-RL-FOUND-SW.
001951     READ RUNLEDG KEY IS RL-KEY
001952         INVALID KEY
001953             MOVE "N" TO WS-RL-FOUND-SW
001954     END-READ.
001955 1920-EXIT.
001956     EXIT.

001957 1930-OPEN-LEDGER.
001958     OPEN I-O RUNLEDG.
001959     IF WS-RL-FS NOT = "00"
001960         OPEN OUTPUT RUNLEDG
001961         IF WS-RL-FS NOT = "00"
001962             DISPLAY "JRNLRETR: ERROR OPENING RUNLEDG " WS-RL-FS
001963             STOP RUN
001964         END-IF
001965         CLOSE RUNLEDG
001966         OPEN I-O RUNLEDG
001967         IF WS-RL-FS NOT = "00"
001968             DISPLAY "JRNLRETR: ERROR REOPENING RUNLEDG " WS-RL-FS
001969             STOP RUN
001970         END-IF
001971     END-IF.
001972 1930-EXIT.
001973     EXIT.

001974*----------------------------------------------------------*
001975* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
001976*                   ENTRY FOR TODAY AS STARTED (S) OR       *
001977*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
001978*                   EARLIER CLEAN COMPLETION STANDING.      *
001979*----------------------------------------------------------*
001980 1940-POST-START.
001981     MOVE WS-RL-STEP TO RL-STEP.
001982     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001983     IF RL-ON-FILE AND RL-COMPLETE
001984         AND WS-RL-NEW-STATUS = "R"
001985         GO TO 1940-EXIT
001986     END-IF.
001987     IF NOT RL-ON-FILE
001988         INITIALIZE RUNLEDG-REC
001989         MOVE WS-BUS-DATE TO RL-BUS-DATE
001990         MOVE WS-RL-STEP TO RL-STEP
001991     END-IF.
001992     ADD 1 TO RL-RUN-COUNT.
001993     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
001994     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
001995     ACCEPT RL-START-TIME FROM TIME.
001996     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
001997     INITIALIZE RL-COUNTS.
001998     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
001999     IF RL-ON-FILE
002000         REWRITE RUNLEDG-REC
002001             INVALID KEY
002002                 DISPLAY "JRNLRETR: RUNLEDG REWRITE FAILED "
002003                     WS-RL-FS
002004         END-REWRITE
002005     ELSE
002006         WRITE RUNLEDG-REC
002007             INVALID KEY
002008                 DISPLAY "JRNLRETR: RUNLEDG WRITE FAILED "
002009                     WS-RL-FS
002010         END-WRITE
002011     END-IF.
002012 1940-EXIT.
002013     EXIT.

002014*----------------------------------------------------------*
002020* 2000-SCAN-ARCHIVE - ONE ARCHIVE RECORD. DETAILS MATCHING  *
002030*                     THE REQUEST ARE LISTED; EACH TRAILER  *
002040*                     CLOSES OUT AND VERIFIES ONE ARCHIVE   *
002570         DISPLAY "DETAIL TOTAL : " WS-SEG-TOTAL
002580         DISPLAY "TRAILER TOTAL: " AR-TRL-AMT-TOTAL
002590         DISPLAY "JRNLRETR: TREAT THE LISTING AS SUSPECT"
002591     END-IF.
002592     MOVE ZERO TO WS-SEG-COUNT.
002593     MOVE ZERO TO WS-SEG-TOTAL.
002594 2200-EXIT.
002595     EXIT.

002596*----------------------------------------------------------*
002597* 3000-SCAN-LIVE - ENTRIES STILL ON THE LIVE JOURNAL. THE   *
002598*                  READ STARTS AT THE ACCOUNT AND FROM-DATE *
002599*                  AND STOPS AT THE FIRST ENTRY FOR ANOTHER *
002600*                  ACCOUNT OR PAST THE TO-DATE, SO ONLY THE *
002601*                  REQUESTED ENTRIES ARE READ.              *
002602*----------------------------------------------------------*
002603 3000-SCAN-LIVE.
002604     IF WS-MATCH-COUNT = ZERO
002605         MOVE "  ** NO ARCHIVED ACTIVITY MATCHES REQUEST **"
002606             TO RPT-LINE
002607         WRITE RPT-LINE
002608     END-IF.
002609     MOVE SPACES TO RPT-LINE.
002610     WRITE RPT-LINE.
002611     MOVE "  LIVE JOURNAL ENTRIES NOT YET ARCHIVED" TO RPT-LINE.
002612     WRITE RPT-LINE.
002613     MOVE ALL "-" TO RPT-LINE.
002614     WRITE RPT-LINE.
002615     OPEN INPUT TRANJRNL.
002616     IF WS-JR-FS NOT = "00"
002617         DISPLAY "JRNLRETR: TRANJRNL NOT AVAILABLE " WS-JR-FS
002618         DISPLAY "JRNLRETR: LIVE JOURNAL NOT SEARCHED"
002619         MOVE "  ** LIVE JOURNAL NOT AVAILABLE **" TO RPT-LINE
002620         WRITE RPT-LINE
002621         GO TO 3000-EXIT
002622     END-IF.
002623     MOVE WS-ACCT-NO TO JR-ACCT-NO OF JRNL-REC.
002624     MOVE WS-FROM-DATE TO JR-BUS-DATE OF JRNL-REC.
002625     MOVE ZERO TO JR-SEQ-NO OF JRNL-REC.
002626     START TRANJRNL KEY IS NOT LESS THAN JR-KEY OF JRNL-REC
002627         INVALID KEY
002628             MOVE "Y" TO WS-JR-EOF-SW
002629     END-START.
002630     PERFORM 3100-LIVE-STEP THRU 3100-EXIT
002631         UNTIL JR-AT-EOF.
002632     CLOSE TRANJRNL.
002633     IF WS-LIVE-COUNT = ZERO
002634         MOVE "  ** NO LIVE ACTIVITY MATCHES REQUEST **"
002635             TO RPT-LINE
002636         WRITE RPT-LINE
002637     END-IF.
002638 3000-EXIT.
002639     EXIT.

002640 3100-LIVE-STEP.
002641     READ TRANJRNL NEXT
002642         AT END
002643             MOVE "Y" TO WS-JR-EOF-SW
002644             GO TO 3100-EXIT
002645     END-READ.
002646     IF JR-ACCT-NO OF JRNL-REC NOT = WS-ACCT-NO
002647         OR JR-BUS-DATE OF JRNL-REC > WS-TO-DATE
002648         MOVE "Y" TO WS-JR-EOF-SW
002649         GO TO 3100-EXIT
002650     END-IF.
002651     MOVE JRNL-REC TO WS-JRNL-REC.
002652     PERFORM 2100-LIST-ENTRY THRU 2100-EXIT.
002653     ADD 1 TO WS-LIVE-COUNT.
002654 3100-EXIT.
002655     EXIT.

002656*----------------------------------------------------------*
002660* 6000-WRITE-SUMMARY - MATCH COUNTS AT THE FOOT OF THE      *
002670*                      LISTING.                             *
002680*----------------------------------------------------------*
002690 6000-WRITE-SUMMARY.
002700     MOVE SPACES TO RPT-LINE.
002710     WRITE RPT-LINE.
002770     MOVE "ARCHIVE RECORDS SCANNED      :" TO WS-SL-LABEL.
002780     MOVE WS-READ-COUNT TO WS-SL-COUNT.
002790     MOVE WS-SUM-LINE TO RPT-LINE.
002800     WRITE RPT-LINE.
002810     MOVE "ENTRIES LISTED               :" TO WS-SL-LABEL.
002820     MOVE WS-MATCH-COUNT TO WS-SL-COUNT.
002822     MOVE WS-SUM-LINE TO RPT-LINE.
002824     WRITE RPT-LINE.
002826     MOVE "  OF WHICH FROM LIVE JOURNAL :" TO WS-SL-LABEL.
002828     MOVE WS-LIVE-COUNT TO WS-SL-COUNT.
002830     MOVE WS-SUM-LINE TO RPT-LINE.
002840     WRITE RPT-LINE.
002850 6000-EXIT.
002920     DISPLAY "ARCHIVE RECORDS SCANNED: " WS-READ-COUNT.
002930     DISPLAY "ARCHIVE SEGMENTS       : " WS-TRAILER-COUNT.
002940     DISPLAY "ENTRIES LISTED         : " WS-MATCH-COUNT.
002945     DISPLAY "  FROM LIVE JOURNAL    : " WS-LIVE-COUNT.
002950     DISPLAY "LISTED AMOUNT TOTAL    : " WS-MATCH-TOTAL.
002960     CLOSE ARCHIN RETRRPT.
002970 8000-EXIT.
002980     EXIT.

002990*----------------------------------------------------------*
003000* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
003010*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
003020*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
003030*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
003040*----------------------------------------------------------*
003050 8900-LEDGER-END.
003055     INITIALIZE WS-RL-COUNTS.
003060     MOVE "SCANNED" TO WS-RL-CNT-LABEL(1).
003070     MOVE WS-READ-COUNT TO WS-RL-CNT-VALUE(1).
003080     MOVE "SEGMENTS" TO WS-RL-CNT-LABEL(2).
003090     MOVE WS-TRAILER-COUNT TO WS-RL-CNT-VALUE(2).
003100     MOVE "LISTED" TO WS-RL-CNT-LABEL(3).
003110     MOVE WS-MATCH-COUNT TO WS-RL-CNT-VALUE(3).
003120     MOVE "LIVE" TO WS-RL-CNT-LABEL(4).
003130     MOVE WS-LIVE-COUNT TO WS-RL-CNT-VALUE(4).
003140     OPEN I-O RUNLEDG.
003150     IF WS-RL-FS NOT = "00"
003160         DISPLAY "JRNLRETR: RUNLEDG NOT AVAILABLE " WS-RL-FS
003170         DISPLAY "JRNLRETR: END OF RUN NOT RECORDED"
003180         GO TO 8900-EXIT
003190     END-IF.
003200     MOVE WS-RL-STEP TO RL-STEP.
003210     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
003220     IF NOT RL-ON-FILE
003230         INITIALIZE RUNLEDG-REC
003240         MOVE WS-BUS-DATE TO RL-BUS-DATE
003250         MOVE WS-RL-STEP TO RL-STEP
003260         MOVE 1 TO RL-RUN-COUNT
003270     END-IF.
003280     IF WS-RL-RC < 8
003290         MOVE "C" TO RL-STATUS
003300     ELSE
003310         MOVE "F" TO RL-STATUS
003320     END-IF.
003330     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
003340     ACCEPT RL-END-TIME FROM TIME.
003350     MOVE WS-RL-RC TO RL-RETURN-CODE.
003360     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
003370     MOVE WS-RL-COUNTS TO RL-COUNTS.
003380     IF RL-ON-FILE
003390         REWRITE RUNLEDG-REC
003400             INVALID KEY
003410                 DISPLAY "JRNLRETR: RUNLEDG REWRITE FAILED "
003420                     WS-RL-FS
003430         END-REWRITE
003440     ELSE
003450         WRITE RUNLEDG-REC
003460             INVALID KEY
003470                 DISPLAY "JRNLRETR: RUNLEDG WRITE FAILED "
003480                     WS-RL-FS
003490         END-WRITE
003500     END-IF.
003510     CLOSE RUNLEDG.
003520 8900-EXIT.
003530     EXIT.
