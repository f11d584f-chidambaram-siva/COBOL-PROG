000264*                 INPUT: MEMO MUST CARRY THE ORIGINAL        *
000265*                 ACCOUNT AND POSTING DATE FOR VSAMFILE TO   *
000266*                 MATCH AGAINST THE JOURNAL.                 *
000267*  10/15/26  DLS  JOURNAL-ONLY CODES INTR, FEES AND OPEN     *
000268*                 ALSO RESERVED AND REJECTED ON RAW INPUT.   *
000269*  10/15/26  DLS  ACCTMAINT CLOSE-OUT PAYOUT CODE CLOS       *
000270*                 RESERVED AND REJECTED ON RAW INPUT.        *
000271*  10/15/26  DLS  ESCHEAT CODE ESCH ALSO RESERVED.           *
000272*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000273*                 RUNPREQ AT START; START, END, RETURN       *
000274*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000275*----------------------------------------------------------*
000276 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RAWTRAN ASSIGN TO RAWTRAN
000410
000420     SELECT BUSDATE ASSIGN TO BUSDATE
000430         ORGANIZATION IS SEQUENTIAL
000431         FILE STATUS IS WS-BD-FS.
000432
000433     SELECT RUNPREQ ASSIGN TO RUNPREQ
000434         ORGANIZATION IS SEQUENTIAL
000435         FILE STATUS IS WS-PQ-FS.
000436
000437     SELECT RUNLEDG ASSIGN TO RUNLEDG
000438         ORGANIZATION IS INDEXED
000439         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS RL-KEY
000441         FILE STATUS IS WS-RL-FS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000670 FD  BUSDATE.
000680 01  BUSDATE-REC.
000690     COPY BUSDTREC.
000691
000692 FD  RUNPREQ.
000693 01  RUNPREQ-REC.
000694     COPY RUNPREQREC.
000695
000696 FD  RUNLEDG.
000697 01  RUNLEDG-REC.
000698     COPY RUNLEDREC.
000700
000710 WORKING-STORAGE SECTION.
000720 01  WS-RAW-FS PIC X(02).
001130     05 FILLER PIC X(02) VALUE SPACES.
001140     05 WS-RD-REASON PIC X(30).
001150     05 FILLER PIC X(36) VALUE SPACES.
001151
001152 01  WS-PQ-FS PIC X(02).
001153 01  WS-RL-FS PIC X(02).
001154 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
001155     88 RP-AT-EOF VALUE "Y".
001156 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
001157     88 RL-ON-FILE VALUE "Y".
001158 01  WS-RL-STEP PIC X(10) VALUE "TRANEDIT".
001159 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
001160 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
001161 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
001162 01  WS-RL-RC PIC 9(04) VALUE ZERO.
001163 01  WS-RL-COUNTS.
001164     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
001165        10 WS-RL-CNT-LABEL PIC X(10).
001166        10 WS-RL-CNT-VALUE PIC 9(09).
001167
001170 PROCEDURE DIVISION.
001180
001190 0000-MAINLINE.
001220         UNTIL RAW-AT-EOF.
001230     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
001240     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001245     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001250     STOP RUN.
001260
001270*----------------------------------------------------------*
001290*----------------------------------------------------------*
001300 1000-INITIALIZE.
001310     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001315     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001320     OPEN INPUT RAWTRAN.
001330     IF WS-RAW-FS NOT = "00"
001340         DISPLAY "TRANEDIT: ERROR OPENING RAWTRAN " WS-RAW-FS
001600     OPEN INPUT BUSDATE.
001610     IF WS-BD-FS NOT = "00"
001620         DISPLAY "TRANEDIT: BUSDATE NOT AVAILABLE " WS-BD-FS
001621         DISPLAY "TRANEDIT: RUN CANNOT START WITHOUT A"
001622         DISPLAY "BUSINESS DATE"
001623         STOP RUN
001624     END-IF.
001625     READ BUSDATE
001626         AT END
001627             DISPLAY "TRANEDIT: BUSDATE FILE IS EMPTY"
001628             CLOSE BUSDATE
001629             STOP RUN
001630         NOT AT END
001631             MOVE BD-BUS-DATE TO WS-BUS-DATE
001632     END-READ.
001633     CLOSE BUSDATE.
001634     DISPLAY "TRANEDIT: BUSINESS DATE " WS-BUS-DATE.
001635 1100-EXIT.
001636     EXIT.
001637
001638*----------------------------------------------------------*
001639* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
001640*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
001641*                     AND RECORD THE START OF THE RUN. THE  *
001642*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
001643*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
001644*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
001645*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
001646*                     COMPLETED.                            *
001647*----------------------------------------------------------*
001648 1900-LEDGER-START.
001649     OPEN INPUT RUNPREQ.
001650     IF WS-PQ-FS NOT = "00"
001651         DISPLAY "*** TRANEDIT REFUSED ***"
001652         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
001653             WS-PQ-FS
001654         STOP RUN
001655     END-IF.
001656     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
001657     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
001658         UNTIL RP-AT-EOF.
001659     CLOSE RUNPREQ.
001660     IF WS-RL-REFUSE-CNT > ZERO
001661         MOVE "R" TO WS-RL-NEW-STATUS
001662         PERFORM 1940-POST-START THRU 1940-EXIT
001663         CLOSE RUNLEDG
001664         DISPLAY "*** TRANEDIT REFUSED ***"
001665         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
001666             "DATE " WS-BUS-DATE
001667         STOP RUN
001668     END-IF.
001669     MOVE "S" TO WS-RL-NEW-STATUS.
001670     PERFORM 1940-POST-START THRU 1940-EXIT.
001671     CLOSE RUNLEDG.
001672 1900-EXIT.
001673     EXIT.
001674
001675 1910-CHECK-PREREQ.
001676     READ RUNPREQ
001677         AT END
001678             MOVE "Y" TO WS-RP-EOF-SW
001679             GO TO 1910-EXIT
001680     END-READ.
001681     IF RP-STEP = WS-RL-STEP
001682         MOVE RP-PREREQ TO RL-STEP
001683         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001684         IF RL-ON-FILE AND RL-COMPLETE
001685             GO TO 1910-EXIT
001686         END-IF
001687         IF NOT RL-ON-FILE AND RP-MONTH-END
001688             GO TO 1910-EXIT
001689         END-IF
001690         ADD 1 TO WS-RL-REFUSE-CNT
001691         MOVE SPACES TO WS-RL-MESSAGE
001692         STRING "AWAITING " RP-PREREQ
001693             DELIMITED BY SIZE INTO WS-RL-MESSAGE
001694         DISPLAY "TRANEDIT: " RP-PREREQ
001695             " HAS NOT COMPLETED FOR " WS-BUS-DATE
001696         GO TO 1910-EXIT
001697     END-IF.
001698     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
001699         MOVE RP-STEP TO RL-STEP
001700         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001701         IF RL-ON-FILE AND RL-COMPLETE
001702             ADD 1 TO WS-RL-REFUSE-CNT
001703             MOVE SPACES TO WS-RL-MESSAGE
001704             STRING "OUT OF SEQUENCE AFTER " RP-STEP
001705                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
001706             DISPLAY "TRANEDIT: " RP-STEP
001707                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
001708         END-IF
001709     END-IF.
001710 1910-EXIT.
001711     EXIT.
001712
001713 1920-READ-LEDGER.
001714     MOVE WS-BUS-DATE TO RL-BUS-DATE.
001715     MOVE "Y" TO WS-RL-FOUND-SW.
001716     READ RUNLEDG KEY IS RL-KEY
001717         INVALID KEY
001718             MOVE "N" TO WS-RL-FOUND-SW
001719     END-READ.
001720 1920-EXIT.
001721     EXIT.
001722
001723 1930-OPEN-LEDGER.
001724     OPEN I-O RUNLEDG.
001725     IF WS-RL-FS NOT = "00"
001726         OPEN OUTPUT RUNLEDG
001727         IF WS-RL-FS NOT = "00"
001728             DISPLAY "TRANEDIT: ERROR OPENING RUNLEDG " WS-RL-FS
001729             STOP RUN
001730         END-IF
001731         CLOSE RUNLEDG
001732         OPEN I-O RUNLEDG
001733         IF WS-RL-FS NOT = "00"
001734             DISPLAY "TRANEDIT: ERROR REOPENING RUNLEDG " WS-RL-FS
001735             STOP RUN
001736         END-IF
001737     END-IF.
001738 1930-EXIT.
001739     EXIT.
001740
001741*----------------------------------------------------------*
001742* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
001743*                   ENTRY FOR TODAY AS STARTED (S) OR       *
001744*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
001745*                   EARLIER CLEAN COMPLETION STANDING.      *
001746*----------------------------------------------------------*
001747 1940-POST-START.
001748     MOVE WS-RL-STEP TO RL-STEP.
001749     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001750     IF RL-ON-FILE AND RL-COMPLETE
001751         AND WS-RL-NEW-STATUS = "R"
001752         GO TO 1940-EXIT
001753     END-IF.
001754     IF NOT RL-ON-FILE
001755         INITIALIZE RUNLEDG-REC
001756         MOVE WS-BUS-DATE TO RL-BUS-DATE
001757         MOVE WS-RL-STEP TO RL-STEP
001758     END-IF.
001759     ADD 1 TO RL-RUN-COUNT.
001760     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
001761     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
001762     ACCEPT RL-START-TIME FROM TIME.
001763     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
001764     INITIALIZE RL-COUNTS.
001765     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
001766     IF RL-ON-FILE
001767         REWRITE RUNLEDG-REC
001768             INVALID KEY
001769                 DISPLAY "TRANEDIT: RUNLEDG REWRITE FAILED "
001770                     WS-RL-FS
001771         END-REWRITE
001772     ELSE
001773         WRITE RUNLEDG-REC
001774             INVALID KEY
001775                 DISPLAY "TRANEDIT: RUNLEDG WRITE FAILED "
001776                     WS-RL-FS
001777         END-WRITE
001778     END-IF.
001779 1940-EXIT.
001780     EXIT.
001790
001800*----------------------------------------------------------*
002240         MOVE "TR-CODE MISSING" TO WS-ERROR-REASON
002250         MOVE "Y" TO WS-ERROR-SW
002260         GO TO 3000-EXIT
002262     END-IF.
002264     IF RAW-TR-CODE = "OVRD" OR RAW-TR-CODE = "STOR"
002266         OR RAW-TR-CODE = "INTR" OR RAW-TR-CODE = "FEES"
002268         OR RAW-TR-CODE = "OPEN" OR RAW-TR-CODE = "CLOS"
002270         OR RAW-TR-CODE = "ESCH"
002272         MOVE "RESERVED TR-CODE" TO WS-ERROR-REASON
002273         MOVE "Y" TO WS-ERROR-SW
002274         GO TO 3000-EXIT
003350     CLOSE RAWTRAN TRANSACCT EDITRPT.
003360 8000-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------*
003400* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
003410*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
003420*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
003430*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
003440*----------------------------------------------------------*
003450 8900-LEDGER-END.
003455     INITIALIZE WS-RL-COUNTS.
003460     MOVE "READ" TO WS-RL-CNT-LABEL(1).
003470     MOVE WS-READ-CNT TO WS-RL-CNT-VALUE(1).
003480     MOVE "CLEAN" TO WS-RL-CNT-LABEL(2).
003490     MOVE WS-CLEAN-CNT TO WS-RL-CNT-VALUE(2).
003500     MOVE "REJECTED" TO WS-RL-CNT-LABEL(3).
003510     MOVE WS-REJECT-CNT TO WS-RL-CNT-VALUE(3).
003520     IF WS-REJECT-CNT > ZERO
003530         MOVE 4 TO WS-RL-RC
003540     END-IF.
003550     OPEN I-O RUNLEDG.
003560     IF WS-RL-FS NOT = "00"
003570         DISPLAY "TRANEDIT: RUNLEDG NOT AVAILABLE " WS-RL-FS
003580         DISPLAY "TRANEDIT: END OF RUN NOT RECORDED"
003590         GO TO 8900-EXIT
003600     END-IF.
003610     MOVE WS-RL-STEP TO RL-STEP.
003620     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
003630     IF NOT RL-ON-FILE
003640         INITIALIZE RUNLEDG-REC
003650         MOVE WS-BUS-DATE TO RL-BUS-DATE
003660         MOVE WS-RL-STEP TO RL-STEP
003670         MOVE 1 TO RL-RUN-COUNT
003680     END-IF.
003690     IF WS-RL-RC < 8
003700         MOVE "C" TO RL-STATUS
003710     ELSE
003720         MOVE "F" TO RL-STATUS
003730     END-IF.
003740     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
003750     ACCEPT RL-END-TIME FROM TIME.
003760     MOVE WS-RL-RC TO RL-RETURN-CODE.
003770     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
003780     MOVE WS-RL-COUNTS TO RL-COUNTS.
003790     IF RL-ON-FILE
003800         REWRITE RUNLEDG-REC
003810             INVALID KEY
003820                 DISPLAY "TRANEDIT: RUNLEDG REWRITE FAILED "
003830                     WS-RL-FS
003840         END-REWRITE
003850     ELSE
003860         WRITE RUNLEDG-REC
003870             INVALID KEY
003880                 DISPLAY "TRANEDIT: RUNLEDG WRITE FAILED "
003890                     WS-RL-FS
003900         END-WRITE
003910     END-IF.
003920     CLOSE RUNLEDG.
003930 8900-EXIT.
003940     EXIT.
