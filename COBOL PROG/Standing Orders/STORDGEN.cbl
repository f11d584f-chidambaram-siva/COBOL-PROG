000272*  08/22/26  DLS  TRAILER STAMPED WITH FEED IDENTITY         *
000274*                 (BUSINESS DATE + SERIAL SG01) SO VSAMFILE  *
000276*                 CAN REFUSE A DOUBLED OR STALE FEED.        *
000277*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000278*                 RUNPREQ AT START; START, END, RETURN       *
000279*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000420     SELECT BUSDATE ASSIGN TO BUSDATE
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-BD-FS.
000441
000442     SELECT RUNPREQ ASSIGN TO RUNPREQ
000443         ORGANIZATION IS SEQUENTIAL
000444         FILE STATUS IS WS-PQ-FS.
000445
000446     SELECT RUNLEDG ASSIGN TO RUNLEDG
000447         ORGANIZATION IS INDEXED
000448         ACCESS MODE IS DYNAMIC
000449         RECORD KEY IS RL-KEY
000450         FILE STATUS IS WS-RL-FS.
000451
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  STORDMST.
000580 FD  BUSDATE.
000590 01  BUSDATE-REC.
000600     COPY BUSDTREC.
000601
000602 FD  RUNPREQ.
000603 01  RUNPREQ-REC.
000604     COPY RUNPREQREC.
000605
000606 FD  RUNLEDG.
000607 01  RUNLEDG-REC.
000608     COPY RUNLEDREC.
000610
000620 WORKING-STORAGE SECTION.
000630 01  WS-SO-FS PIC X(02).
000850 01  WS-TRAN-MEMO.
000860     05 WS-TM-SO-ID PIC X(10).
000870     05 WS-TM-SO-MEMO PIC X(20).
000871
000872 01  WS-PQ-FS PIC X(02).
000873 01  WS-RL-FS PIC X(02).
000874 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
000875     88 RP-AT-EOF VALUE "Y".
000876 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
000877     88 RL-ON-FILE VALUE "Y".
000878 01  WS-RL-STEP PIC X(10) VALUE "STORDGEN".
000879 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
000880 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
000881 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
000882 01  WS-RL-RC PIC 9(04) VALUE ZERO.
000883 01  WS-RL-COUNTS.
000884     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
000885        10 WS-RL-CNT-LABEL PIC X(10).
000886        10 WS-RL-CNT-VALUE PIC 9(09).
000887
000890 PROCEDURE DIVISION.
000900
000910 0000-MAINLINE.
000940         UNTIL SO-AT-EOF.
000950     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
000960     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000965     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
000970     STOP RUN.
000980
000990*----------------------------------------------------------*
001020*----------------------------------------------------------*
001030 1000-INITIALIZE.
001040     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001045     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001050     OPEN I-O STORDMST.
001060     IF WS-SO-FS NOT = "00"
001070         DISPLAY "STORDGEN: ERROR OPENING STORDMST " WS-SO-FS
001230     OPEN INPUT BUSDATE.
001240     IF WS-BD-FS NOT = "00"
001250         DISPLAY "STORDGEN: BUSDATE NOT AVAILABLE " WS-BD-FS
001251         DISPLAY "STORDGEN: RUN CANNOT START WITHOUT A"
001252         DISPLAY "BUSINESS DATE"
001253         STOP RUN
001254     END-IF.
001255     READ BUSDATE
001256         AT END
001257             DISPLAY "STORDGEN: BUSDATE FILE IS EMPTY"
001258             CLOSE BUSDATE
001259             STOP RUN
001260         NOT AT END
001261             MOVE BD-BUS-DATE TO WS-BUS-DATE
001262     END-READ.
001263     CLOSE BUSDATE.
001264     DISPLAY "STORDGEN: BUSINESS DATE " WS-BUS-DATE.
001265 1100-EXIT.
001266     EXIT.
001267
001268*----------------------------------------------------------*
001269* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
001270*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
001271*                     AND RECORD THE START OF THE RUN. THE  *
001272*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
001273*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
001274*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
001275*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
001276*                     COMPLETED.                            *
001277*----------------------------------------------------------*
001278 1900-LEDGER-START.
001279     OPEN INPUT RUNPREQ.
001280     IF WS-PQ-FS NOT = "00"
001281         DISPLAY "*** STORDGEN REFUSED ***"
001282         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
001283             WS-PQ-FS
001284         STOP RUN
001285     END-IF.
001286     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
001287     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
001288         UNTIL RP-AT-EOF.
001289     CLOSE RUNPREQ.
001290     IF WS-RL-REFUSE-CNT > ZERO
001291         MOVE "R" TO WS-RL-NEW-STATUS
001292         PERFORM 1940-POST-START THRU 1940-EXIT
001293         CLOSE RUNLEDG
001294         DISPLAY "*** STORDGEN REFUSED ***"
001295         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
001296             "DATE " WS-BUS-DATE
001297         STOP RUN
001298     END-IF.
001299     MOVE "S" TO WS-RL-NEW-STATUS.
001300     PERFORM 1940-POST-START THRU 1940-EXIT.
001301     CLOSE RUNLEDG.
001302 1900-EXIT.
001303     EXIT.
001304
001305 1910-CHECK-PREREQ.
001306     READ RUNPREQ
001307         AT END
001308             MOVE "Y" TO WS-RP-EOF-SW
001309             GO TO 1910-EXIT
001310     END-READ.
001311     IF RP-STEP = WS-RL-STEP
001312         MOVE RP-PREREQ TO RL-STEP
001313         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001314         IF RL-ON-FILE AND RL-COMPLETE
001315             GO TO 1910-EXIT
001316         END-IF
001317         IF NOT RL-ON-FILE AND RP-MONTH-END
001318             GO TO 1910-EXIT
001319         END-IF
001320         ADD 1 TO WS-RL-REFUSE-CNT
001321         MOVE SPACES TO WS-RL-MESSAGE
001322         STRING "AWAITING " RP-PREREQ
001323             DELIMITED BY SIZE INTO WS-RL-MESSAGE
001324         DISPLAY "STORDGEN: " RP-PREREQ
001325             " HAS NOT COMPLETED FOR " WS-BUS-DATE
001326         GO TO 1910-EXIT
001327     END-IF.
001328     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
001329         MOVE RP-STEP TO RL-STEP
001330         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001331         IF RL-ON-FILE AND RL-COMPLETE
001332             ADD 1 TO WS-RL-REFUSE-CNT
001333             MOVE SPACES TO WS-RL-MESSAGE
001334             STRING "OUT OF SEQUENCE AFTER " RP-STEP
001335                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
001336             DISPLAY "STORDGEN: " RP-STEP
001337                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
001338         END-IF
001339     END-IF.
001340 1910-EXIT.
001341     EXIT.
001342
001343 1920-READ-LEDGER.
001344     MOVE WS-BUS-DATE TO RL-BUS-DATE.
001345     MOVE "Y" TO WS-RL-FOUND-SW.
001346     READ RUNLEDG KEY IS RL-KEY
001347         INVALID KEY
001348             MOVE "N" TO WS-RL-FOUND-SW
001349     END-READ.
001350 1920-EXIT.
001351     EXIT.
001352
001353 1930-OPEN-LEDGER.
001354     OPEN I-O RUNLEDG.
001355     IF WS-RL-FS NOT = "00"
001356         OPEN OUTPUT RUNLEDG
001357         IF WS-RL-FS NOT = "00"
001358             DISPLAY "STORDGEN: ERROR OPENING RUNLEDG " WS-RL-FS
001359             STOP RUN
001360         END-IF
001361         CLOSE RUNLEDG
001362         OPEN I-O RUNLEDG
001363         IF WS-RL-FS NOT = "00"
001364             DISPLAY "STORDGEN: ERROR REOPENING RUNLEDG " WS-RL-FS
001365             STOP RUN
001366         END-IF
001367     END-IF.
001368 1930-EXIT.
001369     EXIT.
001370
001371*----------------------------------------------------------*
001372* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
001373*                   ENTRY FOR TODAY AS STARTED (S) OR       *
001374*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
001375*                   EARLIER CLEAN COMPLETION STANDING.      *
001376*----------------------------------------------------------*
001377 1940-POST-START.
001378     MOVE WS-RL-STEP TO RL-STEP.
001379     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001380     IF RL-ON-FILE AND RL-COMPLETE
001381         AND WS-RL-NEW-STATUS = "R"
001382         GO TO 1940-EXIT
001383     END-IF.
001384     IF NOT RL-ON-FILE
001385         INITIALIZE RUNLEDG-REC
001386         MOVE WS-BUS-DATE TO RL-BUS-DATE
001387         MOVE WS-RL-STEP TO RL-STEP
001388     END-IF.
001389     ADD 1 TO RL-RUN-COUNT.
001390     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
001391     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
001392     ACCEPT RL-START-TIME FROM TIME.
001393     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
001394     INITIALIZE RL-COUNTS.
001395     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
001396     IF RL-ON-FILE
001397         REWRITE RUNLEDG-REC
001398             INVALID KEY
001399                 DISPLAY "STORDGEN: RUNLEDG REWRITE FAILED "
001400                     WS-RL-FS
001401         END-REWRITE
001402     ELSE
001403         WRITE RUNLEDG-REC
001404             INVALID KEY
001405                 DISPLAY "STORDGEN: RUNLEDG WRITE FAILED "
001406                     WS-RL-FS
001407         END-WRITE
001408     END-IF.
001409 1940-EXIT.
001410     EXIT.
001420
001430*----------------------------------------------------------*
002820     CLOSE STORDMST STORTRAN.
002830 8000-EXIT.
002840     EXIT.
002850
002860*----------------------------------------------------------*
002870* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
002880*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
002890*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
002900*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
002910*----------------------------------------------------------*
002920 8900-LEDGER-END.
002925     INITIALIZE WS-RL-COUNTS.
002930     MOVE "READ" TO WS-RL-CNT-LABEL(1).
002940     MOVE WS-READ-CNT TO WS-RL-CNT-VALUE(1).
002950     MOVE "DUE" TO WS-RL-CNT-LABEL(2).
002960     MOVE WS-DUE-CNT TO WS-RL-CNT-VALUE(2).
002970     MOVE "SKIPPED" TO WS-RL-CNT-LABEL(3).
002980     MOVE WS-SKIP-CNT TO WS-RL-CNT-VALUE(3).
002990     MOVE "WRITTEN" TO WS-RL-CNT-LABEL(4).
003000     MOVE WS-PAIR-CNT TO WS-RL-CNT-VALUE(4).
003010     OPEN I-O RUNLEDG.
003020     IF WS-RL-FS NOT = "00"
003030         DISPLAY "STORDGEN: RUNLEDG NOT AVAILABLE " WS-RL-FS
003040         DISPLAY "STORDGEN: END OF RUN NOT RECORDED"
003050         GO TO 8900-EXIT
003060     END-IF.
003070     MOVE WS-RL-STEP TO RL-STEP.
003080     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
003090     IF NOT RL-ON-FILE
003100         INITIALIZE RUNLEDG-REC
003110         MOVE WS-BUS-DATE TO RL-BUS-DATE
003120         MOVE WS-RL-STEP TO RL-STEP
003130         MOVE 1 TO RL-RUN-COUNT
003140     END-IF.
003150     IF WS-RL-RC < 8
003160         MOVE "C" TO RL-STATUS
003170     ELSE
003180         MOVE "F" TO RL-STATUS
003190     END-IF.
003200     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
003210     ACCEPT RL-END-TIME FROM TIME.
003220     MOVE WS-RL-RC TO RL-RETURN-CODE.
003230     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
003240     MOVE WS-RL-COUNTS TO RL-COUNTS.
003250     IF RL-ON-FILE
003260         REWRITE RUNLEDG-REC
003270             INVALID KEY
003280                 DISPLAY "STORDGEN: RUNLEDG REWRITE FAILED "
003290                     WS-RL-FS
003300         END-REWRITE
003310     ELSE
003320         WRITE RUNLEDG-REC
003330             INVALID KEY
003340                 DISPLAY "STORDGEN: RUNLEDG WRITE FAILED "
003350                     WS-RL-FS
003360         END-WRITE
003370     END-IF.
003380     CLOSE RUNLEDG.
003390 8900-EXIT.
003400     EXIT.
