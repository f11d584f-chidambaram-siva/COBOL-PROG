000254*                 COUNTED BY TYPE SO THE COMPLIANCE LISTING  *
000256*                 SHOWS THE WHOLE DORMANT POPULATION, NOT    *
000258*                 JUST THE ACCOUNTS FLAGGED THIS RUN.        *
000260*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000262*                 RUNPREQ AT START; START, END, RETURN       *
000264*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000266*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000440     SELECT BUSDATE ASSIGN TO BUSDATE
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-BD-FS.
000461
000462     SELECT RUNPREQ ASSIGN TO RUNPREQ
000463         ORGANIZATION IS SEQUENTIAL
000464         FILE STATUS IS WS-PQ-FS.
000465
000466     SELECT RUNLEDG ASSIGN TO RUNLEDG
000467         ORGANIZATION IS INDEXED
000468         ACCESS MODE IS DYNAMIC
000469         RECORD KEY IS RL-KEY
000470         FILE STATUS IS WS-RL-FS.
000471
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ACCOUNT1.
000610 FD  BUSDATE.
000620 01  BUSDATE-REC.
000630     COPY BUSDTREC.
000631
000632 FD  RUNPREQ.
000633 01  RUNPREQ-REC.
000634     COPY RUNPREQREC.
000635
000636 FD  RUNLEDG.
000637 01  RUNLEDG-REC.
000638     COPY RUNLEDREC.
000640
000650 WORKING-STORAGE SECTION.
000660 01  WS-ACC-FS PIC X(02).
001130     05 WS-SL-LABEL PIC X(30).
001140     05 WS-SL-COUNT PIC ZZZZ9.
001150     05 FILLER PIC X(95) VALUE SPACES.
001151
001152 01  WS-PQ-FS PIC X(02).
001153 01  WS-RL-FS PIC X(02).
001154 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
001155     88 RP-AT-EOF VALUE "Y".
001156 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
001157     88 RL-ON-FILE VALUE "Y".
001158 01  WS-RL-STEP PIC X(10) VALUE "DORMSCAN".
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
001220         UNTIL ACC-AT-EOF.
001230     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
001240     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001245     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001250     STOP RUN.
001260
001270*----------------------------------------------------------*
001300*----------------------------------------------------------*
001310 1000-INITIALIZE.
001320     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001325     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001330     PERFORM 1200-READ-DORMPARM THRU 1200-EXIT.
001340     PERFORM 1300-SET-CUTOFF THRU 1300-EXIT.
001350     OPEN I-O ACCOUNT1.
002230                 OR WS-CO-MONTH = 9 OR WS-CO-MONTH = 11
002240             MOVE 30 TO WS-CO-DAY
002250         END-IF
002251     END-IF.
002252     DISPLAY "DORMSCAN: DORMANT IF NO ACTIVITY SINCE "
002253         WS-CUTOFF-DATE.
002254 1300-EXIT.
002255     EXIT.
002256
002257 1310-BACK-ONE-MONTH.
002258     IF WS-CO-MONTH = 1
002259         MOVE 12 TO WS-CO-MONTH
002260         SUBTRACT 1 FROM WS-CO-YEAR
002261     ELSE
002262         SUBTRACT 1 FROM WS-CO-MONTH
002263     END-IF.
002264     ADD 1 TO WS-MONTH-IDX.
002265 1310-EXIT.
002266     EXIT.
002267
002268*----------------------------------------------------------*
002269* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
002270*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
002271*                     AND RECORD THE START OF THE RUN. THE  *
002272*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
002273*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
002274*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
002275*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
002276*                     COMPLETED.                            *
002277*----------------------------------------------------------*
002278 1900-LEDGER-START.
002279     OPEN INPUT RUNPREQ.
002280     IF WS-PQ-FS NOT = "00"
002281         DISPLAY "*** DORMSCAN REFUSED ***"
002282         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
002283             WS-PQ-FS
002284         STOP RUN
002285     END-IF.
002286     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
002287     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
002288         UNTIL RP-AT-EOF.
002289     CLOSE RUNPREQ.
002290     IF WS-RL-REFUSE-CNT > ZERO
002291         MOVE "R" TO WS-RL-NEW-STATUS
002292         PERFORM 1940-POST-START THRU 1940-EXIT
002293         CLOSE RUNLEDG
002294         DISPLAY "*** DORMSCAN REFUSED ***"
002295         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
002296             "DATE " WS-BUS-DATE
002297         STOP RUN
002298     END-IF.
002299     MOVE "S" TO WS-RL-NEW-STATUS.
002300     PERFORM 1940-POST-START THRU 1940-EXIT.
002301     CLOSE RUNLEDG.
002302 1900-EXIT.
002303     EXIT.
002304
002305 1910-CHECK-PREREQ.
002306     READ RUNPREQ
002307         AT END
002308             MOVE "Y" TO WS-RP-EOF-SW
002309             GO TO 1910-EXIT
002310     END-READ.
002311     IF RP-STEP = WS-RL-STEP
002312         MOVE RP-PREREQ TO RL-STEP
002313         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002314         IF RL-ON-FILE AND RL-COMPLETE
002315             GO TO 1910-EXIT
002316         END-IF
002317         IF NOT RL-ON-FILE AND RP-MONTH-END
002318             GO TO 1910-EXIT
002319         END-IF
002320         ADD 1 TO WS-RL-REFUSE-CNT
002321         MOVE SPACES TO WS-RL-MESSAGE
002322         STRING "AWAITING " RP-PREREQ
002323             DELIMITED BY SIZE INTO WS-RL-MESSAGE
002324         DISPLAY "DORMSCAN: " RP-PREREQ
002325             " HAS NOT COMPLETED FOR " WS-BUS-DATE
002326         GO TO 1910-EXIT
002327     END-IF.
002328     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
002329         MOVE RP-STEP TO RL-STEP
002330         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002331         IF RL-ON-FILE AND RL-COMPLETE
002332             ADD 1 TO WS-RL-REFUSE-CNT
002333             MOVE SPACES TO WS-RL-MESSAGE
002334             STRING "OUT OF SEQUENCE AFTER " RP-STEP
002335                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
002336             DISPLAY "DORMSCAN: " RP-STEP
002337                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
002338         END-IF
002339     END-IF.
002340 1910-EXIT.
002341     EXIT.
002342
002343 1920-READ-LEDGER.
002344     MOVE WS-BUS-DATE TO RL-BUS-DATE.
002345     MOVE "Y" TO WS-RL-FOUND-SW.
002346     READ RUNLEDG KEY IS RL-KEY
002347         INVALID KEY
002348             MOVE "N" TO WS-RL-FOUND-SW
002349     END-READ.
002350 1920-EXIT.
002351     EXIT.
002352
002353 1930-OPEN-LEDGER.
002354     OPEN I-O RUNLEDG.
002355     IF WS-RL-FS NOT = "00"
002356         OPEN OUTPUT RUNLEDG
002357         IF WS-RL-FS NOT = "00"
002358             DISPLAY "DORMSCAN: ERROR OPENING RUNLEDG " WS-RL-FS
002359             STOP RUN
002360         END-IF
002361         CLOSE RUNLEDG
002362         OPEN I-O RUNLEDG
002363         IF WS-RL-FS NOT = "00"
002364             DISPLAY "DORMSCAN: ERROR REOPENING RUNLEDG " WS-RL-FS
002365             STOP RUN
002366         END-IF
002367     END-IF.
002368 1930-EXIT.
002369     EXIT.
002370
002371*----------------------------------------------------------*
002372* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
002373*                   ENTRY FOR TODAY AS STARTED (S) OR       *
002374*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
002375*                   EARLIER CLEAN COMPLETION STANDING.      *
002376*----------------------------------------------------------*
002377 1940-POST-START.
002378     MOVE WS-RL-STEP TO RL-STEP.
002379     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
002380     IF RL-ON-FILE AND RL-COMPLETE
002381         AND WS-RL-NEW-STATUS = "R"
002382         GO TO 1940-EXIT
002383     END-IF.
002384     IF NOT RL-ON-FILE
002385         INITIALIZE RUNLEDG-REC
002386         MOVE WS-BUS-DATE TO RL-BUS-DATE
002387         MOVE WS-RL-STEP TO RL-STEP
002388     END-IF.
002389     ADD 1 TO RL-RUN-COUNT.
002390     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
002391     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
002392     ACCEPT RL-START-TIME FROM TIME.
002393     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
002394     INITIALIZE RL-COUNTS.
002395     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
002396     IF RL-ON-FILE
002397         REWRITE RUNLEDG-REC
002398             INVALID KEY
002399                 DISPLAY "DORMSCAN: RUNLEDG REWRITE FAILED "
002400                     WS-RL-FS
002401         END-REWRITE
002402     ELSE
002403         WRITE RUNLEDG-REC
002404             INVALID KEY
002405                 DISPLAY "DORMSCAN: RUNLEDG WRITE FAILED "
002406                     WS-RL-FS
002407         END-WRITE
002408     END-IF.
002409 1940-EXIT.
002410     EXIT.
002420
002430*----------------------------------------------------------*
003770     CLOSE ACCOUNT1 DORMRPT.
003780 8000-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------*
003820* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
003830*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
003840*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
003850*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
003860*----------------------------------------------------------*
003870 8900-LEDGER-END.
003875     INITIALIZE WS-RL-COUNTS.
003880     MOVE "READ" TO WS-RL-CNT-LABEL(1).
003890     MOVE WS-READ-CNT TO WS-RL-CNT-VALUE(1).
003900     MOVE "FLAGGED" TO WS-RL-CNT-LABEL(2).
003910     MOVE WS-FLAGGED-CNT TO WS-RL-CNT-VALUE(2).
003920     MOVE "DORMANT" TO WS-RL-CNT-LABEL(3).
003930     MOVE WS-ALREADY-CNT TO WS-RL-CNT-VALUE(3).
003940     MOVE "NO-DATE" TO WS-RL-CNT-LABEL(4).
003950     MOVE WS-NODATE-CNT TO WS-RL-CNT-VALUE(4).
003960     OPEN I-O RUNLEDG.
003970     IF WS-RL-FS NOT = "00"
003980         DISPLAY "DORMSCAN: RUNLEDG NOT AVAILABLE " WS-RL-FS
003990         DISPLAY "DORMSCAN: END OF RUN NOT RECORDED"
004000         GO TO 8900-EXIT
004010     END-IF.
004020     MOVE WS-RL-STEP TO RL-STEP.
004030     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
004040     IF NOT RL-ON-FILE
004050         INITIALIZE RUNLEDG-REC
004060         MOVE WS-BUS-DATE TO RL-BUS-DATE
004070         MOVE WS-RL-STEP TO RL-STEP
004080         MOVE 1 TO RL-RUN-COUNT
004090     END-IF.
004100     IF WS-RL-RC < 8
004110         MOVE "C" TO RL-STATUS
004120     ELSE
004130         MOVE "F" TO RL-STATUS
004140     END-IF.
004150     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
004160     ACCEPT RL-END-TIME FROM TIME.
004170     MOVE WS-RL-RC TO RL-RETURN-CODE.
004180     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
004190     MOVE WS-RL-COUNTS TO RL-COUNTS.
004200     IF RL-ON-FILE
004210         REWRITE RUNLEDG-REC
004220             INVALID KEY
004230                 DISPLAY "DORMSCAN: RUNLEDG REWRITE FAILED "
004240                     WS-RL-FS
004250         END-REWRITE
004260     ELSE
004270         WRITE RUNLEDG-REC
004280             INVALID KEY
004290                 DISPLAY "DORMSCAN: RUNLEDG WRITE FAILED "
004300                     WS-RL-FS
004310         END-WRITE
004320     END-IF.
004330     CLOSE RUNLEDG.
004340 8900-EXIT.
004350     EXIT.
