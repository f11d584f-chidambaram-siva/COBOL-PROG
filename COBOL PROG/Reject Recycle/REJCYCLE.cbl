000214     CONCATENATED WITH THE NEXT DAY'S REJFILE AS THIS
000216     PROGRAM'S INPUT, SO A REJECT SURVIVES VSAMFILE
000218     RECREATING REJFILE AND KEEPS AGING UNTIL CORRECTED.
000220     REJECTED CLEARING-HOUSE ENTRIES (TR-CODE ACHI) ARE
000222     COUNTED AND PASSED OVER: ACHRETN RETURNS THEM TO THE
000224     CLEARING HOUSE INSTEAD.
000226*----------------------------------------------------------*
000230* MODIFICATION HISTORY                                      *
000240*  DATE      BY   DESCRIPTION                                *
000250*  08/22/26  DLS  INITIAL VERSION.                           *
000261*  08/22/26  DLS  TRAILER STAMPED WITH FEED IDENTITY         *
000262*                 (BUSINESS DATE + SERIAL RC01) SO VSAMFILE  *
000263*                 CAN REFUSE A DOUBLED OR STALE FEED.        *
000264*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000265*                 RUNPREQ AT START; START, END, RETURN       *
000266*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000267*  10/15/26  DLS  CLEARING-HOUSE ENTRIES (TR-CODE ACHI) ARE  *
000268*                 RETURNED TO THE CLEARING HOUSE BY ACHRETN, *
000269*                 SO THEIR REJECTS ARE NEITHER RECYCLED NOR  *
000270*                 AGED AND CARRIED.                          *
000271*----------------------------------------------------------*
000272 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT REJFILE ASSIGN TO REJFILE
000450
000460     SELECT BUSDATE ASSIGN TO BUSDATE
000470         ORGANIZATION IS SEQUENTIAL
000471         FILE STATUS IS WS-BD-FS.
000472
000473     SELECT RUNPREQ ASSIGN TO RUNPREQ
000474         ORGANIZATION IS SEQUENTIAL
000475         FILE STATUS IS WS-PQ-FS.
000476
000477     SELECT RUNLEDG ASSIGN TO RUNLEDG
000478         ORGANIZATION IS INDEXED
000479         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS RL-KEY
000481         FILE STATUS IS WS-RL-FS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000740 FD  BUSDATE.
000750 01  BUSDATE-REC.
000760     COPY BUSDTREC.
000761
000762 FD  RUNPREQ.
000763 01  RUNPREQ-REC.
000764     COPY RUNPREQREC.
000765
000766 FD  RUNLEDG.
000767 01  RUNLEDG-REC.
000768     COPY RUNLEDREC.
000770
000780 WORKING-STORAGE SECTION.
000790 01  WS-REJ-FS PIC X(02).
001080 01  WS-REJ-READ-CNT PIC 9(07) VALUE ZERO.
001090 01  WS-CORRECTED-CNT PIC 9(07) VALUE ZERO.
001100 01  WS-UNCORR-CNT PIC 9(07) VALUE ZERO.
001105 01  WS-ACH-RTN-CNT PIC 9(07) VALUE ZERO.
001110 01  WS-DEBIT-TOTAL PIC 9(09)V99 VALUE ZERO.
001120 01  WS-CREDIT-TOTAL PIC 9(09)V99 VALUE ZERO.
001130
001410     05 WS-SL-LABEL PIC X(30).
001420     05 WS-SL-COUNT PIC ZZZZ9.
001430     05 FILLER PIC X(95) VALUE SPACES.
001431
001432 01  WS-PQ-FS PIC X(02).
001433 01  WS-RL-FS PIC X(02).
001434 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
001435     88 RP-AT-EOF VALUE "Y".
001436 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
001437     88 RL-ON-FILE VALUE "Y".
001438 01  WS-RL-STEP PIC X(10) VALUE "REJCYCLE".
001439 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
001440 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
001441 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
001442 01  WS-RL-RC PIC 9(04) VALUE ZERO.
001443 01  WS-RL-COUNTS.
001444     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
001445        10 WS-RL-CNT-LABEL PIC X(10).
001446        10 WS-RL-CNT-VALUE PIC 9(09).
001447
001450 PROCEDURE DIVISION.
001460
001470 0000-MAINLINE.
001550     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
001560     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
001570     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001575     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001580     STOP RUN.
001590
001600*----------------------------------------------------------*
001630*----------------------------------------------------------*
001640 1000-INITIALIZE.
001650     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001655     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001660     COMPUTE WS-TODAY-INT =
001670         FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
001680     OPEN INPUT REJFILE.
002080         DISPLAY "REJCYCLE: RUN CANNOT START WITHOUT A"
002090         DISPLAY "BUSINESS DATE"
002100         STOP RUN
002101     END-IF.
002102     READ BUSDATE
002103         AT END
002104             DISPLAY "REJCYCLE: BUSDATE FILE IS EMPTY"
002105             CLOSE BUSDATE
002106             STOP RUN
002107         NOT AT END
002108             MOVE BD-BUS-DATE TO WS-BUS-DATE
002109     END-READ.
002110     CLOSE BUSDATE.
002111     DISPLAY "REJCYCLE: BUSINESS DATE " WS-BUS-DATE.
002112 1100-EXIT.
002113     EXIT.
002114
002115*----------------------------------------------------------*
002116* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
002117*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
002118*                     AND RECORD THE START OF THE RUN. THE  *
002119*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
002120*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
002121*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
002122*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
002123*                     COMPLETED.                            *
002124*----------------------------------------------------------*
002125 1900-LEDGER-START.
002126     OPEN INPUT RUNPREQ.
002127     IF WS-PQ-FS NOT = "00"
002128         DISPLAY "*** REJCYCLE REFUSED ***"
002129         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
002130             WS-PQ-FS
002131         STOP RUN
002132     END-IF.
002133     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
002134     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
002135         UNTIL RP-AT-EOF.
002136     CLOSE RUNPREQ.
002137     IF WS-RL-REFUSE-CNT > ZERO
002138         MOVE "R" TO WS-RL-NEW-STATUS
002139         PERFORM 1940-POST-START THRU 1940-EXIT
002140         CLOSE RUNLEDG
002141         DISPLAY "*** REJCYCLE REFUSED ***"
002142         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
002143             "DATE " WS-BUS-DATE
002144         STOP RUN
002145     END-IF.
002146     MOVE "S" TO WS-RL-NEW-STATUS.
002147     PERFORM 1940-POST-START THRU 1940-EXIT.
002148     CLOSE RUNLEDG.
002149 1900-EXIT.
002150     EXIT.
002151
002152 1910-CHECK-PREREQ.
002153     READ RUNPREQ
002154         AT END
002155             MOVE "Y" TO WS-RP-EOF-SW
002156             GO TO 1910-EXIT
002157     END-READ.
002158     IF RP-STEP = WS-RL-STEP
002159         MOVE RP-PREREQ TO RL-STEP
002160         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002161         IF RL-ON-FILE AND RL-COMPLETE
002162             GO TO 1910-EXIT
002163         END-IF
002164         IF NOT RL-ON-FILE AND RP-MONTH-END
002165             GO TO 1910-EXIT
002166         END-IF
002167         ADD 1 TO WS-RL-REFUSE-CNT
002168         MOVE SPACES TO WS-RL-MESSAGE
002169         STRING "AWAITING " RP-PREREQ
002170             DELIMITED BY SIZE INTO WS-RL-MESSAGE
002171         DISPLAY "REJCYCLE: " RP-PREREQ
002172             " HAS NOT COMPLETED FOR " WS-BUS-DATE
002173         GO TO 1910-EXIT
002174     END-IF.
002175     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
002176         MOVE RP-STEP TO RL-STEP
002177         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002178         IF RL-ON-FILE AND RL-COMPLETE
002179             ADD 1 TO WS-RL-REFUSE-CNT
002180             MOVE SPACES TO WS-RL-MESSAGE
002181             STRING "OUT OF SEQUENCE AFTER " RP-STEP
002182                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
002183             DISPLAY "REJCYCLE: " RP-STEP
002184                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
002185         END-IF
002186     END-IF.
002187 1910-EXIT.
002188     EXIT.
002189
002190 1920-READ-LEDGER.
002191     MOVE WS-BUS-DATE TO RL-BUS-DATE.
002192     MOVE "Y" TO WS-RL-FOUND-SW.
002193     READ RUNLEDG KEY IS RL-KEY
002194         INVALID KEY
002195             MOVE "N" TO WS-RL-FOUND-SW
002196     END-READ.
002197 1920-EXIT.
002198     EXIT.
002199
002200 1930-OPEN-LEDGER.
002201     OPEN I-O RUNLEDG.
002202     IF WS-RL-FS NOT = "00"
002203         OPEN OUTPUT RUNLEDG
002204         IF WS-RL-FS NOT = "00"
002205             DISPLAY "REJCYCLE: ERROR OPENING RUNLEDG " WS-RL-FS
002206             STOP RUN
002207         END-IF
002208         CLOSE RUNLEDG
002209         OPEN I-O RUNLEDG
002210         IF WS-RL-FS NOT = "00"
002211             DISPLAY "REJCYCLE: ERROR REOPENING RUNLEDG " WS-RL-FS
002212             STOP RUN
002213         END-IF
002214     END-IF.
002215 1930-EXIT.
002216     EXIT.
002217
002218*----------------------------------------------------------*
002219* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
002220*                   ENTRY FOR TODAY AS STARTED (S) OR       *
002221*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
002222*                   EARLIER CLEAN COMPLETION STANDING.      *
002223*----------------------------------------------------------*
002224 1940-POST-START.
002225     MOVE WS-RL-STEP TO RL-STEP.
002226     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
002227     IF RL-ON-FILE AND RL-COMPLETE
002228         AND WS-RL-NEW-STATUS = "R"
002229         GO TO 1940-EXIT
002230     END-IF.
002231     IF NOT RL-ON-FILE
002232         INITIALIZE RUNLEDG-REC
002233         MOVE WS-BUS-DATE TO RL-BUS-DATE
002234         MOVE WS-RL-STEP TO RL-STEP
002235     END-IF.
002236     ADD 1 TO RL-RUN-COUNT.
002237     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
002238     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
002239     ACCEPT RL-START-TIME FROM TIME.
002240     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
002241     INITIALIZE RL-COUNTS.
002242     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
002243     IF RL-ON-FILE
002244         REWRITE RUNLEDG-REC
002245             INVALID KEY
002246                 DISPLAY "REJCYCLE: RUNLEDG REWRITE FAILED "
002247                     WS-RL-FS
002248         END-REWRITE
002249     ELSE
002250         WRITE RUNLEDG-REC
002251             INVALID KEY
002252                 DISPLAY "REJCYCLE: RUNLEDG WRITE FAILED "
002253                     WS-RL-FS
002254         END-WRITE
002255     END-IF.
002256 1940-EXIT.
002257     EXIT.
002258
002259*----------------------------------------------------------*
002260* 2000-LOAD-CARDS - LOAD THE CORRECTION CARDS INTO THE      *
002270*                   IN-CORE TABLE FOR MATCHING.             *
002280*----------------------------------------------------------*
002530* 3000-PROCESS-REJECT - MATCH ONE REJECT AGAINST THE CARDS. *
002540*                       A MATCH REGENERATES THE TRANSACTION;*
002550*                       NO MATCH SENDS IT TO THE AGING      *
002556*                       REPORT. A CLEARING-HOUSE ENTRY IS   *
002562*                       LEFT TO ACHRETN TO RETURN.          *
002570*----------------------------------------------------------*
002580 3000-PROCESS-REJECT.
002590     READ REJFILE
002620             GO TO 3000-EXIT
002630     END-READ.
002640     ADD 1 TO WS-REJ-READ-CNT.
002642     IF RJ-TR-CODE = "ACHI"
002644         ADD 1 TO WS-ACH-RTN-CNT
002646         GO TO 3000-EXIT
002648     END-IF.
002650     PERFORM 3100-FIND-CARD THRU 3100-EXIT.
002652     IF CARD-FOUND
002654         PERFORM 3200-CHECK-NEW-ACCT THRU 3200-EXIT
004160     DISPLAY "CORRECTED/RECYCLED  : " WS-CORRECTED-CNT.
004170     DISPLAY "REMAIN UNCORRECTED  : " WS-UNCORR-CNT.
004175     DISPLAY "CARRIED FORWARD     : " WS-UNCORR-CNT.
004177     DISPLAY "LEFT FOR ACH RETURN : " WS-ACH-RTN-CNT.
004180     CLOSE REJFILE RECYCTRN AGERPT REJCARRY.
004190     IF CC-FILE-PRESENT
004200         CLOSE CORRCARD
004210     END-IF.
004220 8000-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------*
004260* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
004270*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
004280*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
004290*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
004300*----------------------------------------------------------*
004310 8900-LEDGER-END.
004315     INITIALIZE WS-RL-COUNTS.
004320     MOVE "REJECTS" TO WS-RL-CNT-LABEL(1).
004330     MOVE WS-REJ-READ-CNT TO WS-RL-CNT-VALUE(1).
004340     MOVE "CORRECTED" TO WS-RL-CNT-LABEL(2).
004350     MOVE WS-CORRECTED-CNT TO WS-RL-CNT-VALUE(2).
004360     MOVE "CARRIED" TO WS-RL-CNT-LABEL(3).
004370     MOVE WS-UNCORR-CNT TO WS-RL-CNT-VALUE(3).
004380     OPEN I-O RUNLEDG.
004390     IF WS-RL-FS NOT = "00"
004400         DISPLAY "REJCYCLE: RUNLEDG NOT AVAILABLE " WS-RL-FS
004410         DISPLAY "REJCYCLE: END OF RUN NOT RECORDED"
004420         GO TO 8900-EXIT
004430     END-IF.
004440     MOVE WS-RL-STEP TO RL-STEP.
004450     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
004460     IF NOT RL-ON-FILE
004470         INITIALIZE RUNLEDG-REC
004480         MOVE WS-BUS-DATE TO RL-BUS-DATE
004490         MOVE WS-RL-STEP TO RL-STEP
004500         MOVE 1 TO RL-RUN-COUNT
004510     END-IF.
004520     IF WS-RL-RC < 8
004530         MOVE "C" TO RL-STATUS
004540     ELSE
004550         MOVE "F" TO RL-STATUS
004560     END-IF.
004570     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
004580     ACCEPT RL-END-TIME FROM TIME.
004590     MOVE WS-RL-RC TO RL-RETURN-CODE.
004600     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
004610     MOVE WS-RL-COUNTS TO RL-COUNTS.
004620     IF RL-ON-FILE
004630         REWRITE RUNLEDG-REC
004640             INVALID KEY
004650                 DISPLAY "REJCYCLE: RUNLEDG REWRITE FAILED "
004660                     WS-RL-FS
004670         END-REWRITE
004680     ELSE
004690         WRITE RUNLEDG-REC
004700             INVALID KEY
004710                 DISPLAY "REJCYCLE: RUNLEDG WRITE FAILED "
004720                     WS-RL-FS
004730         END-WRITE
004740     END-IF.
004750     CLOSE RUNLEDG.
004760 8900-EXIT.
004770     EXIT.
