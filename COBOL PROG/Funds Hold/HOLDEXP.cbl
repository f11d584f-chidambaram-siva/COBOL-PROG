000220* MODIFICATION HISTORY                                      *
000230*  DATE      BY   DESCRIPTION                                *
000240*  09/03/26  DLS  INITIAL VERSION.                           *
000242*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000244*                 RUNPREQ AT START; START, END, RETURN       *
000246*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000250*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-BD-FS.

000391     SELECT RUNPREQ ASSIGN TO RUNPREQ
000392         ORGANIZATION IS SEQUENTIAL
000393         FILE STATUS IS WS-PQ-FS.

000394     SELECT RUNLEDG ASSIGN TO RUNLEDG
000395         ORGANIZATION IS INDEXED
000396         ACCESS MODE IS DYNAMIC
000397         RECORD KEY IS RL-KEY
000398         FILE STATUS IS WS-RL-FS.

000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  HOLDMST.
000480 01  BUSDATE-REC.
000490     COPY BUSDTREC.

000491 FD  RUNPREQ.
000492 01  RUNPREQ-REC.
000493     COPY RUNPREQREC.

000494 FD  RUNLEDG.
000495 01  RUNLEDG-REC.
000496     COPY RUNLEDREC.

000500 WORKING-STORAGE SECTION.
000510 01  WS-HD-FS PIC X(02).
000520 01  WS-RPT-FS PIC X(02).
000750     05 FILLER PIC X(02) VALUE SPACES.
000760     05 WS-SL-LABEL PIC X(30).
000770     05 WS-SL-COUNT PIC ZZZZ9.
000771     05 FILLER PIC X(95) VALUE SPACES.

000772 01  WS-PQ-FS PIC X(02).
000773 01  WS-RL-FS PIC X(02).
000774 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
000775     88 RP-AT-EOF VALUE "Y".
000776 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
000777     88 RL-ON-FILE VALUE "Y".
000778 01  WS-RL-STEP PIC X(10) VALUE "HOLDEXP".
000779 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
000780 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
000781 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
000782 01  WS-RL-RC PIC 9(04) VALUE ZERO.
000783 01  WS-RL-COUNTS.
000784     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
000785        10 WS-RL-CNT-LABEL PIC X(10).
000786        10 WS-RL-CNT-VALUE PIC 9(09).

000790 PROCEDURE DIVISION.

000830         UNTIL HD-AT-EOF.
000840     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
000850     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000855     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
000860     STOP RUN.

000870*----------------------------------------------------------*
000900*----------------------------------------------------------*
000910 1000-INITIALIZE.
000920     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
000925     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
000930     OPEN I-O HOLDMST.
000940     IF WS-HD-FS NOT = "00"
000950         DISPLAY "HOLDEXP: HOLDMST NOT AVAILABLE " WS-HD-FS
001160     OPEN INPUT BUSDATE.
001170     IF WS-BD-FS NOT = "00"
001180         DISPLAY "HOLDEXP: BUSDATE NOT AVAILABLE " WS-BD-FS
001181         DISPLAY "HOLDEXP: RUN CANNOT START WITHOUT A"
001182         DISPLAY "BUSINESS DATE"
001183         STOP RUN
001184     END-IF.
001185     READ BUSDATE
001186         AT END
001187             DISPLAY "HOLDEXP: BUSDATE FILE IS EMPTY"
001188             CLOSE BUSDATE
001189             STOP RUN
001190         NOT AT END
001191             MOVE BD-BUS-DATE TO WS-BUS-DATE
001192     END-READ.
001193     CLOSE BUSDATE.
001194     DISPLAY "HOLDEXP: BUSINESS DATE " WS-BUS-DATE.
001195 1100-EXIT.
001196     EXIT.

001197*----------------------------------------------------------*
001198* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
001199*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
001200*                     AND RECORD THE START OF THE RUN. THE  *
001201*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
001202*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
001203*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
001204*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
001205*                     COMPLETED.                            *
001206*----------------------------------------------------------*
001207 1900-LEDGER-START.
001208     OPEN INPUT RUNPREQ.
001209     IF WS-PQ-FS NOT = "00"
001210         DISPLAY "*** HOLDEXP REFUSED ***"
001211         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
001212             WS-PQ-FS
001213         STOP RUN
001214     END-IF.
001215     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
001216     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
001217         UNTIL RP-AT-EOF.
001218     CLOSE RUNPREQ.
001219     IF WS-RL-REFUSE-CNT > ZERO
001220         MOVE "R" TO WS-RL-NEW-STATUS
001221         PERFORM 1940-POST-START THRU 1940-EXIT
001222         CLOSE RUNLEDG
001223         DISPLAY "*** HOLDEXP REFUSED ***"
001224         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
001225             "DATE " WS-BUS-DATE
001226         STOP RUN
001227     END-IF.
001228     MOVE "S" TO WS-RL-NEW-STATUS.
001229     PERFORM 1940-POST-START THRU 1940-EXIT.
001230     CLOSE RUNLEDG.
001231 1900-EXIT.
001232     EXIT.

001233 1910-CHECK-PREREQ.
001234     READ RUNPREQ
001235         AT END
001236             MOVE "Y" TO WS-RP-EOF-SW
001237             GO TO 1910-EXIT
001238     END-READ.
001239     IF RP-STEP = WS-RL-STEP
001240         MOVE RP-PREREQ TO RL-STEP
001241         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001242         IF RL-ON-FILE AND RL-COMPLETE
001243             GO TO 1910-EXIT
001244         END-IF
001245         IF NOT RL-ON-FILE AND RP-MONTH-END
001246             GO TO 1910-EXIT
001247         END-IF
001248         ADD 1 TO WS-RL-REFUSE-CNT
001249         MOVE SPACES TO WS-RL-MESSAGE
001250         STRING "AWAITING " RP-PREREQ
001251             DELIMITED BY SIZE INTO WS-RL-MESSAGE
001252         DISPLAY "HOLDEXP: " RP-PREREQ
001253             " HAS NOT COMPLETED FOR " WS-BUS-DATE
001254         GO TO 1910-EXIT
001255     END-IF.
001256     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
001257         MOVE RP-STEP TO RL-STEP
001258         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001259         IF RL-ON-FILE AND RL-COMPLETE
001260             ADD 1 TO WS-RL-REFUSE-CNT
001261             MOVE SPACES TO WS-RL-MESSAGE
001262             STRING "OUT OF SEQUENCE AFTER " RP-STEP
001263                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
001264             DISPLAY "HOLDEXP: " RP-STEP
001265                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
001266         END-IF
001267     END-IF.
001268 1910-EXIT.
001269     EXIT.

001270 1920-READ-LEDGER.
001271     MOVE WS-BUS-DATE TO RL-BUS-DATE.
001272     MOVE "Y" TO WS-RL-FOUND-SW.
001273     READ RUNLEDG KEY IS RL-KEY
001274         INVALID KEY
001275             MOVE "N" TO WS-RL-FOUND-SW
001276     END-READ.
001277 1920-EXIT.
001278     EXIT.

001279 1930-OPEN-LEDGER.
001280     OPEN I-O RUNLEDG.
001281     IF WS-RL-FS NOT = "00"
001282         OPEN OUTPUT RUNLEDG
001283         IF WS-RL-FS NOT = "00"
001284             DISPLAY "HOLDEXP: ERROR OPENING RUNLEDG " WS-RL-FS
001285             STOP RUN
001286         END-IF
001287         CLOSE RUNLEDG
001288         OPEN I-O RUNLEDG
001289         IF WS-RL-FS NOT = "00"
001290             DISPLAY "HOLDEXP: ERROR REOPENING RUNLEDG " WS-RL-FS
001291             STOP RUN
001292         END-IF
001293     END-IF.
001294 1930-EXIT.
001295     EXIT.

001296*----------------------------------------------------------*
001297* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
001298*                   ENTRY FOR TODAY AS STARTED (S) OR       *
001299*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
001300*                   EARLIER CLEAN COMPLETION STANDING.      *
001301*----------------------------------------------------------*
001302 1940-POST-START.
001303     MOVE WS-RL-STEP TO RL-STEP.
001304     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001305     IF RL-ON-FILE AND RL-COMPLETE
001306         AND WS-RL-NEW-STATUS = "R"
001307         GO TO 1940-EXIT
001308     END-IF.
001309     IF NOT RL-ON-FILE
001310         INITIALIZE RUNLEDG-REC
001311         MOVE WS-BUS-DATE TO RL-BUS-DATE
001312         MOVE WS-RL-STEP TO RL-STEP
001313     END-IF.
001314     ADD 1 TO RL-RUN-COUNT.
001315     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
001316     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
001317     ACCEPT RL-START-TIME FROM TIME.
001318     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
001319     INITIALIZE RL-COUNTS.
001320     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
001321     IF RL-ON-FILE
001322         REWRITE RUNLEDG-REC
001323             INVALID KEY
001324                 DISPLAY "HOLDEXP: RUNLEDG REWRITE FAILED "
001325                     WS-RL-FS
001326         END-REWRITE
001327     ELSE
001328         WRITE RUNLEDG-REC
001329             INVALID KEY
001330                 DISPLAY "HOLDEXP: RUNLEDG WRITE FAILED " WS-RL-FS
001331         END-WRITE
001332     END-IF.
001333 1940-EXIT.
001340     EXIT.

001350*----------------------------------------------------------*
002060     CLOSE HOLDMST HOLDRPT.
002070 8000-EXIT.
002080     EXIT.

002090*----------------------------------------------------------*
002100* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
002110*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
002120*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
002130*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
002140*----------------------------------------------------------*
002150 8900-LEDGER-END.
002155     INITIALIZE WS-RL-COUNTS.
002160     MOVE "READ" TO WS-RL-CNT-LABEL(1).
002170     MOVE WS-READ-CNT TO WS-RL-CNT-VALUE(1).
002180     MOVE "EXPIRED" TO WS-RL-CNT-LABEL(2).
002190     MOVE WS-EXPIRED-CNT TO WS-RL-CNT-VALUE(2).
002200     MOVE "ACTIVE" TO WS-RL-CNT-LABEL(3).
002210     MOVE WS-ACTIVE-CNT TO WS-RL-CNT-VALUE(3).
002220     OPEN I-O RUNLEDG.
002230     IF WS-RL-FS NOT = "00"
002240         DISPLAY "HOLDEXP: RUNLEDG NOT AVAILABLE " WS-RL-FS
002250         DISPLAY "HOLDEXP: END OF RUN NOT RECORDED"
002260         GO TO 8900-EXIT
002270     END-IF.
002280     MOVE WS-RL-STEP TO RL-STEP.
002290     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
002300     IF NOT RL-ON-FILE
002310         INITIALIZE RUNLEDG-REC
002320         MOVE WS-BUS-DATE TO RL-BUS-DATE
002330         MOVE WS-RL-STEP TO RL-STEP
002340         MOVE 1 TO RL-RUN-COUNT
002350     END-IF.
002360     IF WS-RL-RC < 8
002370         MOVE "C" TO RL-STATUS
002380     ELSE
002390         MOVE "F" TO RL-STATUS
002400     END-IF.
002410     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
002420     ACCEPT RL-END-TIME FROM TIME.
002430     MOVE WS-RL-RC TO RL-RETURN-CODE.
002440     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
002450     MOVE WS-RL-COUNTS TO RL-COUNTS.
002460     IF RL-ON-FILE
002470         REWRITE RUNLEDG-REC
002480             INVALID KEY
002490                 DISPLAY "HOLDEXP: RUNLEDG REWRITE FAILED "
002500                     WS-RL-FS
002510         END-REWRITE
002520     ELSE
002530         WRITE RUNLEDG-REC
002540             INVALID KEY
002550                 DISPLAY "HOLDEXP: RUNLEDG WRITE FAILED " WS-RL-FS
002560         END-WRITE
002570     END-IF.
002580     CLOSE RUNLEDG.
002590 8900-EXIT.
002600     EXIT.
