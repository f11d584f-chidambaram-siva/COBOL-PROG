000260* MODIFICATION HISTORY                                      *
000270*  DATE      BY   DESCRIPTION                                *
000280*  09/03/26  DLS  INITIAL VERSION.                           *
000281*  10/15/26  DLS  SIGNED BALANCE TOTALS FOR OVERDRAWN        *
000282*                 ACCOUNTS.                                  *
000283*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000284*                 RUNPREQ AT START; START, END, RETURN       *
000285*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-BD-FS.

000461     SELECT RUNPREQ ASSIGN TO RUNPREQ
000462         ORGANIZATION IS SEQUENTIAL
000463         FILE STATUS IS WS-PQ-FS.

000464     SELECT RUNLEDG ASSIGN TO RUNLEDG
000465         ORGANIZATION IS INDEXED
000466         ACCESS MODE IS DYNAMIC
000467         RECORD KEY IS RL-KEY
000468         FILE STATUS IS WS-RL-FS.

000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  ACCTBKP.
000590 01  BUSDATE-REC.
000600     COPY BUSDTREC.

000601 FD  RUNPREQ.
000602 01  RUNPREQ-REC.
000603     COPY RUNPREQREC.

000604 FD  RUNLEDG.
000605 01  RUNLEDG-REC.
000606     COPY RUNLEDREC.

000610 WORKING-STORAGE SECTION.
000620 01  WS-BK-FS PIC X(02).
000630 01  WS-ACC-FS PIC X(02).

000730 01  WS-BKP-DATE PIC 9(08) VALUE ZERO.
000740 01  WS-TRL-COUNT PIC 9(07) VALUE ZERO.
000750 01  WS-TRL-TOTAL PIC S9(11)V99 VALUE ZERO.

000760 01  WS-LOAD-COUNT PIC 9(07) VALUE ZERO.
000770 01  WS-LOAD-TOTAL PIC S9(11)V99 VALUE ZERO.
000780 01  WS-DUP-COUNT PIC 9(05) VALUE ZERO.

000790 01  WS-VFY-COUNT PIC 9(07) VALUE ZERO.
000800 01  WS-VFY-TOTAL PIC S9(11)V99 VALUE ZERO.

000810 01  WS-CKPT-REC-COUNT PIC 9(05) VALUE ZERO.
000820 01  WS-LAST-TRANSNO PIC X(10) VALUE SPACES.
000840     88 LAST-CKPT-COMPLETE VALUE "C".
000850 01  WS-LAST-CKPT-DATE PIC 9(08) VALUE ZERO.
000860 01  WS-LAST-SUCCESS PIC 9(05) VALUE ZERO.
000861 01  WS-LAST-FAILED PIC 9(05) VALUE ZERO.

000862 01  WS-PQ-FS PIC X(02).
000863 01  WS-RL-FS PIC X(02).
000864 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
000865     88 RP-AT-EOF VALUE "Y".
000866 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
000867     88 RL-ON-FILE VALUE "Y".
000868 01  WS-RL-STEP PIC X(10) VALUE "ACCTREST".
000869 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
000870 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
000871 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
000872 01  WS-RL-RC PIC 9(04) VALUE ZERO.
000873 01  WS-RL-COUNTS.
000874     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
000875        10 WS-RL-CNT-LABEL PIC X(10).
000876        10 WS-RL-CNT-VALUE PIC 9(09).

000880 PROCEDURE DIVISION.

000940     PERFORM 4000-VERIFY-MASTER THRU 4000-EXIT.
000950     PERFORM 5000-REPORT-CHECKPOINT THRU 5000-EXIT.
000960     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000965     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
000970     STOP RUN.

000980*----------------------------------------------------------*
001030*----------------------------------------------------------*
001040 1000-INITIALIZE.
001050     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001055     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001060     OPEN INPUT ACCTBKP.
001070     IF WS-BK-FS NOT = "00"
001080         DISPLAY "ACCTREST: ACCTBKP NOT AVAILABLE " WS-BK-FS
001240     OPEN INPUT BUSDATE.
001250     IF WS-BD-FS NOT = "00"
001260         DISPLAY "ACCTREST: BUSDATE NOT AVAILABLE " WS-BD-FS
001261         DISPLAY "ACCTREST: RUN CANNOT START WITHOUT A"
001262         DISPLAY "BUSINESS DATE"
001263         STOP RUN
001264     END-IF.
001265     READ BUSDATE
001266         AT END
001267             DISPLAY "ACCTREST: BUSDATE FILE IS EMPTY"
001268             CLOSE BUSDATE
001269             STOP RUN
001270         NOT AT END
001271             MOVE BD-BUS-DATE TO WS-BUS-DATE
001272     END-READ.
001273     CLOSE BUSDATE.
001274     DISPLAY "ACCTREST: BUSINESS DATE " WS-BUS-DATE.
001275 1100-EXIT.
001276     EXIT.

001277*----------------------------------------------------------*
001278* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
001279*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
001280*                     AND RECORD THE START OF THE RUN. THE  *
001281*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
001282*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
001283*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
001284*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
001285*                     COMPLETED.                            *
001286*----------------------------------------------------------*
001287 1900-LEDGER-START.
001288     OPEN INPUT RUNPREQ.
001289     IF WS-PQ-FS NOT = "00"
001290         DISPLAY "*** ACCTREST REFUSED ***"
001291         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
001292             WS-PQ-FS
001293         STOP RUN
001294     END-IF.
001295     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
001296     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
001297         UNTIL RP-AT-EOF.
001298     CLOSE RUNPREQ.
001299     IF WS-RL-REFUSE-CNT > ZERO
001300         MOVE "R" TO WS-RL-NEW-STATUS
001301         PERFORM 1940-POST-START THRU 1940-EXIT
001302         CLOSE RUNLEDG
001303         DISPLAY "*** ACCTREST REFUSED ***"
001304         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
001305             "DATE " WS-BUS-DATE
001306         STOP RUN
001307     END-IF.
001308     MOVE "S" TO WS-RL-NEW-STATUS.
001309     PERFORM 1940-POST-START THRU 1940-EXIT.
001310     CLOSE RUNLEDG.
001311 1900-EXIT.
001312     EXIT.

001313 1910-CHECK-PREREQ.
001314     READ RUNPREQ
001315         AT END
001316             MOVE "Y" TO WS-RP-EOF-SW
001317             GO TO 1910-EXIT
001318     END-READ.
001319     IF RP-STEP = WS-RL-STEP
001320         MOVE RP-PREREQ TO RL-STEP
001321         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001322         IF RL-ON-FILE AND RL-COMPLETE
001323             GO TO 1910-EXIT
001324         END-IF
001325         IF NOT RL-ON-FILE AND RP-MONTH-END
001326             GO TO 1910-EXIT
001327         END-IF
001328         ADD 1 TO WS-RL-REFUSE-CNT
001329         MOVE SPACES TO WS-RL-MESSAGE
001330         STRING "AWAITING " RP-PREREQ
001331             DELIMITED BY SIZE INTO WS-RL-MESSAGE
001332         DISPLAY "ACCTREST: " RP-PREREQ
001333             " HAS NOT COMPLETED FOR " WS-BUS-DATE
001334         GO TO 1910-EXIT
001335     END-IF.
001336     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
001337         MOVE RP-STEP TO RL-STEP
001338         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001339         IF RL-ON-FILE AND RL-COMPLETE
001340             ADD 1 TO WS-RL-REFUSE-CNT
001341             MOVE SPACES TO WS-RL-MESSAGE
001342             STRING "OUT OF SEQUENCE AFTER " RP-STEP
001343                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
001344             DISPLAY "ACCTREST: " RP-STEP
001345                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
001346         END-IF
001347     END-IF.
001348 1910-EXIT.
001349     EXIT.

001350 1920-READ-LEDGER.
001351     MOVE WS-BUS-DATE TO RL-BUS-DATE.
001352     MOVE "Y" TO WS-RL-FOUND-SW.
001353     READ RUNLEDG KEY IS RL-KEY
001354         INVALID KEY
001355             MOVE "N" TO WS-RL-FOUND-SW
001356     END-READ.
001357 1920-EXIT.
001358     EXIT.

001359 1930-OPEN-LEDGER.
001360     OPEN I-O RUNLEDG.
001361     IF WS-RL-FS NOT = "00"
001362         OPEN OUTPUT RUNLEDG
001363         IF WS-RL-FS NOT = "00"
001364             DISPLAY "ACCTREST: ERROR OPENING RUNLEDG " WS-RL-FS
001365             STOP RUN
001366         END-IF
001367         CLOSE RUNLEDG
001368         OPEN I-O RUNLEDG
001369         IF WS-RL-FS NOT = "00"
001370             DISPLAY "ACCTREST: ERROR REOPENING RUNLEDG " WS-RL-FS
001371             STOP RUN
001372         END-IF
001373     END-IF.
001374 1930-EXIT.
001375     EXIT.

001376*----------------------------------------------------------*
001377* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
001378*                   ENTRY FOR TODAY AS STARTED (S) OR       *
001379*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
001380*                   EARLIER CLEAN COMPLETION STANDING.      *
001381*----------------------------------------------------------*
001382 1940-POST-START.
001383     MOVE WS-RL-STEP TO RL-STEP.
001384     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001385     IF RL-ON-FILE AND RL-COMPLETE
001386         AND WS-RL-NEW-STATUS = "R"
001387         GO TO 1940-EXIT
001388     END-IF.
001389     IF NOT RL-ON-FILE
001390         INITIALIZE RUNLEDG-REC
001391         MOVE WS-BUS-DATE TO RL-BUS-DATE
001392         MOVE WS-RL-STEP TO RL-STEP
001393     END-IF.
001394     ADD 1 TO RL-RUN-COUNT.
001395     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
001396     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
001397     ACCEPT RL-START-TIME FROM TIME.
001398     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
001399     INITIALIZE RL-COUNTS.
001400     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
001401     IF RL-ON-FILE
001402         REWRITE RUNLEDG-REC
001403             INVALID KEY
001404                 DISPLAY "ACCTREST: RUNLEDG REWRITE FAILED "
001405                     WS-RL-FS
001406         END-REWRITE
001407     ELSE
001408         WRITE RUNLEDG-REC
001409             INVALID KEY
001410                 DISPLAY "ACCTREST: RUNLEDG WRITE FAILED "
001411                     WS-RL-FS
001412         END-WRITE
001413     END-IF.
001414 1940-EXIT.
001420     EXIT.

001430*----------------------------------------------------------*
002980     DISPLAY "MASTER REBUILT AND VERIFIED".
002990 8000-EXIT.
003000     EXIT.

003010*----------------------------------------------------------*
003020* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
003030*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
003040*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
003050*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
003060*----------------------------------------------------------*
003070 8900-LEDGER-END.
003075     INITIALIZE WS-RL-COUNTS.
003080     MOVE "RELOADED" TO WS-RL-CNT-LABEL(1).
003090     MOVE WS-LOAD-COUNT TO WS-RL-CNT-VALUE(1).
003100     OPEN I-O RUNLEDG.
003110     IF WS-RL-FS NOT = "00"
003120         DISPLAY "ACCTREST: RUNLEDG NOT AVAILABLE " WS-RL-FS
003130         DISPLAY "ACCTREST: END OF RUN NOT RECORDED"
003140         GO TO 8900-EXIT
003150     END-IF.
003160     MOVE WS-RL-STEP TO RL-STEP.
003170     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
003180     IF NOT RL-ON-FILE
003190         INITIALIZE RUNLEDG-REC
003200         MOVE WS-BUS-DATE TO RL-BUS-DATE
003210         MOVE WS-RL-STEP TO RL-STEP
003220         MOVE 1 TO RL-RUN-COUNT
003230     END-IF.
003240     IF WS-RL-RC < 8
003250         MOVE "C" TO RL-STATUS
003260     ELSE
003270         MOVE "F" TO RL-STATUS
003280     END-IF.
003290     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
003300     ACCEPT RL-END-TIME FROM TIME.
003310     MOVE WS-RL-RC TO RL-RETURN-CODE.
003320     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
003330     MOVE WS-RL-COUNTS TO RL-COUNTS.
003340     IF RL-ON-FILE
003350         REWRITE RUNLEDG-REC
003360             INVALID KEY
003370                 DISPLAY "ACCTREST: RUNLEDG REWRITE FAILED "
003380                     WS-RL-FS
003390         END-REWRITE
003400     ELSE
003410         WRITE RUNLEDG-REC
003420             INVALID KEY
003430                 DISPLAY "ACCTREST: RUNLEDG WRITE FAILED "
003440                     WS-RL-FS
003450         END-WRITE
003460     END-IF.
003470     CLOSE RUNLEDG.
003480 8900-EXIT.
003490     EXIT.
