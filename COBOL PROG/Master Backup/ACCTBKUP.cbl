000260* MODIFICATION HISTORY                                      *
000270*  DATE      BY   DESCRIPTION                                *
000280*  09/03/26  DLS  INITIAL VERSION.                           *
000281*  10/15/26  DLS  SIGNED BALANCE TOTALS; ACCOUNT IMAGE NOW   *
000282*                 CARRIES THE OVERDRAFT LIMIT AND DATE.      *
000283*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000284*                 RUNPREQ AT START; START, END, RETURN       *
000285*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-BD-FS.

000431     SELECT RUNPREQ ASSIGN TO RUNPREQ
000432         ORGANIZATION IS SEQUENTIAL
000433         FILE STATUS IS WS-PQ-FS.

000434     SELECT RUNLEDG ASSIGN TO RUNLEDG
000435         ORGANIZATION IS INDEXED
000436         ACCESS MODE IS DYNAMIC
000437         RECORD KEY IS RL-KEY
000438         FILE STATUS IS WS-RL-FS.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  ACCOUNT1.
000530 01  BUSDATE-REC.
000540     COPY BUSDTREC.

000541 FD  RUNPREQ.
000542 01  RUNPREQ-REC.
000543     COPY RUNPREQREC.

000544 FD  RUNLEDG.
000545 01  RUNLEDG-REC.
000546     COPY RUNLEDREC.

000550 WORKING-STORAGE SECTION.
000560 01  WS-ACC-FS PIC X(02).
000570 01  WS-BK-FS PIC X(02).
000650     88 VFY-TRAILER-SEEN VALUE "Y".

000660 01  WS-REC-COUNT PIC 9(07) VALUE ZERO.
000670 01  WS-BAL-TOTAL PIC S9(11)V99 VALUE ZERO.

000680 01  WS-VFY-COUNT PIC 9(07) VALUE ZERO.
000690 01  WS-VFY-TOTAL PIC S9(11)V99 VALUE ZERO.
000700 01  WS-VFY-TRL-COUNT PIC 9(07) VALUE ZERO.
000710 01  WS-VFY-TRL-TOTAL PIC S9(11)V99 VALUE ZERO.
000720 01  WS-VFY-BALANCE PIC S9(7)V99 VALUE ZERO.
000730 01  WS-VFY-IMAGE.
000740     05 FILLER PIC X(41).
000741     05 WS-VI-BALANCE PIC S9(7)V99.
000742     05 FILLER PIC X(34).

000743 01  WS-PQ-FS PIC X(02).
000744 01  WS-RL-FS PIC X(02).
000745 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
000746     88 RP-AT-EOF VALUE "Y".
000747 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
000748     88 RL-ON-FILE VALUE "Y".
000749 01  WS-RL-STEP PIC X(10) VALUE "ACCTBKUP".
000750 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
000751 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
000752 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
000753 01  WS-RL-RC PIC 9(04) VALUE ZERO.
000754 01  WS-RL-COUNTS.
000755     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
000756        10 WS-RL-CNT-LABEL PIC X(10).
000757        10 WS-RL-CNT-VALUE PIC 9(09).

000770 PROCEDURE DIVISION.

000820     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
000830     PERFORM 4000-VERIFY-BACKUP THRU 4000-EXIT.
000840     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000845     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
000850     STOP RUN.

000860*----------------------------------------------------------*
000880*----------------------------------------------------------*
000890 1000-INITIALIZE.
000900     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
000905     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
000910     OPEN INPUT ACCOUNT1.
000920     IF WS-ACC-FS NOT = "00"
000930         DISPLAY "ACCTBKUP: ERROR OPENING ACCOUNT1 " WS-ACC-FS
001080     OPEN INPUT BUSDATE.
001090     IF WS-BD-FS NOT = "00"
001100         DISPLAY "ACCTBKUP: BUSDATE NOT AVAILABLE " WS-BD-FS
001101         DISPLAY "ACCTBKUP: RUN CANNOT START WITHOUT A"
001102         DISPLAY "BUSINESS DATE"
001103         STOP RUN
001104     END-IF.
001105     READ BUSDATE
001106         AT END
001107             DISPLAY "ACCTBKUP: BUSDATE FILE IS EMPTY"
001108             CLOSE BUSDATE
001109             STOP RUN
001110         NOT AT END
001111             MOVE BD-BUS-DATE TO WS-BUS-DATE
001112     END-READ.
001113     CLOSE BUSDATE.
001114     DISPLAY "ACCTBKUP: BUSINESS DATE " WS-BUS-DATE.
001115 1100-EXIT.
001116     EXIT.

001117*----------------------------------------------------------*
001118* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
001119*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
001120*                     AND RECORD THE START OF THE RUN. THE  *
001121*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
001122*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
001123*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
001124*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
001125*                     COMPLETED.                            *
001126*----------------------------------------------------------*
001127 1900-LEDGER-START.
001128     OPEN INPUT RUNPREQ.
001129     IF WS-PQ-FS NOT = "00"
001130         DISPLAY "*** ACCTBKUP REFUSED ***"
001131         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
001132             WS-PQ-FS
001133         STOP RUN
001134     END-IF.
001135     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
001136     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
001137         UNTIL RP-AT-EOF.
001138     CLOSE RUNPREQ.
001139     IF WS-RL-REFUSE-CNT > ZERO
001140         MOVE "R" TO WS-RL-NEW-STATUS
001141         PERFORM 1940-POST-START THRU 1940-EXIT
001142         CLOSE RUNLEDG
001143         DISPLAY "*** ACCTBKUP REFUSED ***"
001144         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
001145             "DATE " WS-BUS-DATE
001146         STOP RUN
001147     END-IF.
001148     MOVE "S" TO WS-RL-NEW-STATUS.
001149     PERFORM 1940-POST-START THRU 1940-EXIT.
001150     CLOSE RUNLEDG.
001151 1900-EXIT.
001152     EXIT.

001153 1910-CHECK-PREREQ.
001154     READ RUNPREQ
001155         AT END
001156             MOVE "Y" TO WS-RP-EOF-SW
001157             GO TO 1910-EXIT
001158     END-READ.
001159     IF RP-STEP = WS-RL-STEP
001160         MOVE RP-PREREQ TO RL-STEP
001161         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001162         IF RL-ON-FILE AND RL-COMPLETE
001163             GO TO 1910-EXIT
001164         END-IF
001165         IF NOT RL-ON-FILE AND RP-MONTH-END
001166             GO TO 1910-EXIT
001167         END-IF
001168         ADD 1 TO WS-RL-REFUSE-CNT
001169         MOVE SPACES TO WS-RL-MESSAGE
001170         STRING "AWAITING " RP-PREREQ
001171             DELIMITED BY SIZE INTO WS-RL-MESSAGE
001172         DISPLAY "ACCTBKUP: " RP-PREREQ
001173             " HAS NOT COMPLETED FOR " WS-BUS-DATE
001174         GO TO 1910-EXIT
001175     END-IF.
001176     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
001177         MOVE RP-STEP TO RL-STEP
001178         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001179         IF RL-ON-FILE AND RL-COMPLETE
001180             ADD 1 TO WS-RL-REFUSE-CNT
001181             MOVE SPACES TO WS-RL-MESSAGE
001182             STRING "OUT OF SEQUENCE AFTER " RP-STEP
001183                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
001184             DISPLAY "ACCTBKUP: " RP-STEP
001185                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
001186         END-IF
001187     END-IF.
001188 1910-EXIT.
001189     EXIT.

001190 1920-READ-LEDGER.
001191     MOVE WS-BUS-DATE TO RL-BUS-DATE.
001192     MOVE "Y" TO WS-RL-FOUND-SW.
001193     READ RUNLEDG KEY IS RL-KEY
001194         INVALID KEY
001195             MOVE "N" TO WS-RL-FOUND-SW
001196     END-READ.
001197 1920-EXIT.
001198     EXIT.

001199 1930-OPEN-LEDGER.
001200     OPEN I-O RUNLEDG.
001201     IF WS-RL-FS NOT = "00"
001202         OPEN OUTPUT RUNLEDG
001203         IF WS-RL-FS NOT = "00"
001204             DISPLAY "ACCTBKUP: ERROR OPENING RUNLEDG " WS-RL-FS
001205             STOP RUN
001206         END-IF
001207         CLOSE RUNLEDG
001208         OPEN I-O RUNLEDG
001209         IF WS-RL-FS NOT = "00"
001210             DISPLAY "ACCTBKUP: ERROR REOPENING RUNLEDG " WS-RL-FS
001211             STOP RUN
001212         END-IF
001213     END-IF.
001214 1930-EXIT.
001215     EXIT.

001216*----------------------------------------------------------*
001217* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
001218*                   ENTRY FOR TODAY AS STARTED (S) OR       *
001219*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
001220*                   EARLIER CLEAN COMPLETION STANDING.      *
001221*----------------------------------------------------------*
001222 1940-POST-START.
001223     MOVE WS-RL-STEP TO RL-STEP.
001224     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001225     IF RL-ON-FILE AND RL-COMPLETE
001226         AND WS-RL-NEW-STATUS = "R"
001227         GO TO 1940-EXIT
001228     END-IF.
001229     IF NOT RL-ON-FILE
001230         INITIALIZE RUNLEDG-REC
001231         MOVE WS-BUS-DATE TO RL-BUS-DATE
001232         MOVE WS-RL-STEP TO RL-STEP
001233     END-IF.
001234     ADD 1 TO RL-RUN-COUNT.
001235     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
001236     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
001237     ACCEPT RL-START-TIME FROM TIME.
001238     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
001239     INITIALIZE RL-COUNTS.
001240     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
001241     IF RL-ON-FILE
001242         REWRITE RUNLEDG-REC
001243             INVALID KEY
001244                 DISPLAY "ACCTBKUP: RUNLEDG REWRITE FAILED "
001245                     WS-RL-FS
001246         END-REWRITE
001247     ELSE
001248         WRITE RUNLEDG-REC
001249             INVALID KEY
001250                 DISPLAY "ACCTBKUP: RUNLEDG WRITE FAILED "
001251                     WS-RL-FS
001252         END-WRITE
001253     END-IF.
001254 1940-EXIT.
001260     EXIT.

001270*----------------------------------------------------------*
002180     DISPLAY "BACKUP VERIFIED CLEAN ON READBACK".
002190 8000-EXIT.
002200     EXIT.

002210*----------------------------------------------------------*
002220* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
002230*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
002240*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
002250*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
002260*----------------------------------------------------------*
002270 8900-LEDGER-END.
002275     INITIALIZE WS-RL-COUNTS.
002280     MOVE "UNLOADED" TO WS-RL-CNT-LABEL(1).
002290     MOVE WS-REC-COUNT TO WS-RL-CNT-VALUE(1).
002300     OPEN I-O RUNLEDG.
002310     IF WS-RL-FS NOT = "00"
002320         DISPLAY "ACCTBKUP: RUNLEDG NOT AVAILABLE " WS-RL-FS
002330         DISPLAY "ACCTBKUP: END OF RUN NOT RECORDED"
002340         GO TO 8900-EXIT
002350     END-IF.
002360     MOVE WS-RL-STEP TO RL-STEP.
002370     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
002380     IF NOT RL-ON-FILE
002390         INITIALIZE RUNLEDG-REC
002400         MOVE WS-BUS-DATE TO RL-BUS-DATE
002410         MOVE WS-RL-STEP TO RL-STEP
002420         MOVE 1 TO RL-RUN-COUNT
002430     END-IF.
002440     IF WS-RL-RC < 8
002450         MOVE "C" TO RL-STATUS
002460     ELSE
002470         MOVE "F" TO RL-STATUS
002480     END-IF.
002490     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
002500     ACCEPT RL-END-TIME FROM TIME.
002510     MOVE WS-RL-RC TO RL-RETURN-CODE.
002520     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
002530     MOVE WS-RL-COUNTS TO RL-COUNTS.
002540     IF RL-ON-FILE
002550         REWRITE RUNLEDG-REC
002560             INVALID KEY
002570                 DISPLAY "ACCTBKUP: RUNLEDG REWRITE FAILED "
002580                     WS-RL-FS
002590         END-REWRITE
002600     ELSE
002610         WRITE RUNLEDG-REC
002620             INVALID KEY
002630                 DISPLAY "ACCTBKUP: RUNLEDG WRITE FAILED "
002640                     WS-RL-FS
002650         END-WRITE
002660     END-IF.
002670     CLOSE RUNLEDG.
002680 8900-EXIT.
002690     EXIT.
