000200     THE ARCHIVE IS READ BACK AND VERIFIED AGAINST ITS OWN
000210     TRAILER BEFORE THE LIVE JOURNAL IS REWRITTEN FROM
000220     JRNLKEEP; A FAILED VERIFY LEAVES TRANJRNL UNTOUCHED.
000224     ARCHIVED ENTRIES ARE RETRIEVED BY JRNLRETR. THE JOURNAL IS
000228     READ IN KEY ORDER, SO BOTH THE ARCHIVE AND JRNLKEEP COME
000232     OUT BY ACCOUNT, POSTING DATE AND SEQUENCE, AND TRANJRNL
000236     IS RELOADED FROM JRNLKEEP IN THAT SAME ORDER.
000240*----------------------------------------------------------*
000250* MODIFICATION HISTORY                                      *
000260*  DATE      BY   DESCRIPTION                                *
000270*  09/03/26  DLS  INITIAL VERSION.                           *
000271*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000272*                 RUNPREQ AT START; START, END, RETURN       *
000273*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000274*  10/15/26  DLS  KEYED JOURNAL: TRANJRNL IS READ AND        *
000275*                 RELOADED AS AN INDEXED FILE; JRNLKEEP      *
000276*                 RECORD WIDENED TO THE 96-BYTE JOURNAL.     *
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT TRANJRNL ASSIGN TO TRANJRNL
000325         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000335         RECORD KEY IS JR-KEY OF JRNL-REC
000340         FILE STATUS IS WS-JR-FS.

000350     SELECT ARCHPARM ASSIGN TO ARCHPARM
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
000490 FD  TRANJRNL.
000580     COPY ARCHREC.

000590 FD  JRNLKEEP.
000600 01  KEEP-REC PIC X(96).

000610 FD  BUSDATE.
000620 01  BUSDATE-REC.
000630     COPY BUSDTREC.

000631 FD  RUNPREQ.
000632 01  RUNPREQ-REC.
000633     COPY RUNPREQREC.

000634 FD  RUNLEDG.
000635 01  RUNLEDG-REC.
000636     COPY RUNLEDREC.

000640 WORKING-STORAGE SECTION.
000650 01  WS-JR-FS PIC X(02).
000660 01  WS-AP-FS PIC X(02).
000880 01  WS-VFY-TRL-COUNT PIC 9(07) VALUE ZERO.
000890 01  WS-VFY-TRL-TOTAL PIC 9(11)V99 VALUE ZERO.
000900 01  WS-VFY-JRNL-REC.
000901     COPY JRNLREC.

000902 01  WS-PQ-FS PIC X(02).
000903 01  WS-RL-FS PIC X(02).
000904 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
000905     88 RP-AT-EOF VALUE "Y".
000906 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
000907     88 RL-ON-FILE VALUE "Y".
000908 01  WS-RL-STEP PIC X(10) VALUE "JRNLARCH".
000909 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
000910 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
000911 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
000912 01  WS-RL-RC PIC 9(04) VALUE ZERO.
000913 01  WS-RL-COUNTS.
000914     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
000915        10 WS-RL-CNT-LABEL PIC X(10).
000916        10 WS-RL-CNT-VALUE PIC 9(09).

000920 PROCEDURE DIVISION.

000980     PERFORM 4000-VERIFY-ARCHIVE THRU 4000-EXIT.
000990     PERFORM 5000-PURGE-JOURNAL THRU 5000-EXIT.
001000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001005     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001010     STOP RUN.

001020*----------------------------------------------------------*
001050*----------------------------------------------------------*
001060 1000-INITIALIZE.
001070     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001075     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001080     PERFORM 1200-READ-PARM THRU 1200-EXIT.
001090     OPEN INPUT TRANJRNL.
001100     IF WS-JR-FS NOT = "00"
001680             CLOSE ARCHPARM
001690             STOP RUN
001700         NOT AT END
001701             MOVE AP-FROM-DATE TO WS-FROM-DATE
001702             MOVE AP-TO-DATE TO WS-TO-DATE
001703     END-READ.
001704     CLOSE ARCHPARM.
001705     IF WS-FROM-DATE > WS-TO-DATE
001706         OR WS-TO-DATE >= WS-BUS-DATE
001707         DISPLAY "JRNLARCH: BAD ARCHIVE RANGE " WS-FROM-DATE
001708             " - " WS-TO-DATE
001709         DISPLAY "JRNLARCH: RANGE MUST ASCEND AND END BEFORE"
001710         DISPLAY "THE CURRENT BUSINESS DATE. RUN REFUSED."
001711         STOP RUN
001712     END-IF.
001713     DISPLAY "JRNLARCH: ARCHIVING " WS-FROM-DATE " THRU "
001714         WS-TO-DATE.
001715 1200-EXIT.
001716     EXIT.

001717*----------------------------------------------------------*
001718* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
001719*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
001720*                     AND RECORD THE START OF THE RUN. THE  *
001721*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
001722*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
001723*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
001724*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
001725*                     COMPLETED.                            *
001726*----------------------------------------------------------*
001727 1900-LEDGER-START.
001728     OPEN INPUT RUNPREQ.
001729     IF WS-PQ-FS NOT = "00"
001730         DISPLAY "*** JRNLARCH REFUSED ***"
001731         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
001732             WS-PQ-FS
001733         STOP RUN
001734     END-IF.
001735     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
001736     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
001737         UNTIL RP-AT-EOF.
001738     CLOSE RUNPREQ.
001739     IF WS-RL-REFUSE-CNT > ZERO
001740         MOVE "R" TO WS-RL-NEW-STATUS
001741         PERFORM 1940-POST-START THRU 1940-EXIT
001742         CLOSE RUNLEDG
001743         DISPLAY "*** JRNLARCH REFUSED ***"
001744         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
001745             "DATE " WS-BUS-DATE
001746         STOP RUN
001747     END-IF.
001748     MOVE "S" TO WS-RL-NEW-STATUS.
001749     PERFORM 1940-POST-START THRU 1940-EXIT.
001750     CLOSE RUNLEDG.
001751 1900-EXIT.
001752     EXIT.

001753 1910-CHECK-PREREQ.
001754     READ RUNPREQ
001755         AT END
001756             MOVE "Y" TO WS-RP-EOF-SW
001757             GO TO 1910-EXIT
001758     END-READ.
001759     IF RP-STEP = WS-RL-STEP
001760         MOVE RP-PREREQ TO RL-STEP
001761         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001762         IF RL-ON-FILE AND RL-COMPLETE
001763             GO TO 1910-EXIT
001764         END-IF
001765         IF NOT RL-ON-FILE AND RP-MONTH-END
001766             GO TO 1910-EXIT
001767         END-IF
001768         ADD 1 TO WS-RL-REFUSE-CNT
001769         MOVE SPACES TO WS-RL-MESSAGE
001770         STRING "AWAITING " RP-PREREQ
001771             DELIMITED BY SIZE INTO WS-RL-MESSAGE
001772         DISPLAY "JRNLARCH: " RP-PREREQ
001773             " HAS NOT COMPLETED FOR " WS-BUS-DATE
001774         GO TO 1910-EXIT
001775     END-IF.
001776     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
001777         MOVE RP-STEP TO RL-STEP
001778         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001779         IF RL-ON-FILE AND RL-COMPLETE
001780             ADD 1 TO WS-RL-REFUSE-CNT
001781             MOVE SPACES TO WS-RL-MESSAGE
001782             STRING "OUT OF SEQUENCE AFTER " RP-STEP
001783                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
001784             DISPLAY "JRNLARCH: " RP-STEP
001785                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
001786         END-IF
001787     END-IF.
001788 1910-EXIT.
001789     EXIT.

001790 1920-READ-LEDGER.
001791     MOVE WS-BUS-DATE TO RL-BUS-DATE.
001792     MOVE "Y" TO WS-RL-FOUND-SW.
001793     READ RUNLEDG KEY IS RL-KEY
001794         INVALID KEY
001795             MOVE "N" TO WS-RL-FOUND-SW
001796     END-READ.
001797 1920-EXIT.
001798     EXIT.

001799 1930-OPEN-LEDGER.
001800     OPEN I-O RUNLEDG.
001801     IF WS-RL-FS NOT = "00"
001802         OPEN OUTPUT RUNLEDG
001803         IF WS-RL-FS NOT = "00"
001804             DISPLAY "JRNLARCH: ERROR OPENING RUNLEDG " WS-RL-FS
001805             STOP RUN
001806         END-IF
001807         CLOSE RUNLEDG
001808         OPEN I-O RUNLEDG
001809         IF WS-RL-FS NOT = "00"
001810             DISPLAY "JRNLARCH: ERROR REOPENING RUNLEDG " WS-RL-FS
001811             STOP RUN
001812         END-IF
001813     END-IF.
001814 1930-EXIT.
001815     EXIT.

001816*----------------------------------------------------------*
001817* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
001818*                   ENTRY FOR TODAY AS STARTED (S) OR       *
001819*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
001820*                   EARLIER CLEAN COMPLETION STANDING.      *
001821*----------------------------------------------------------*
001822 1940-POST-START.
001823     MOVE WS-RL-STEP TO RL-STEP.
001824     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001825     IF RL-ON-FILE AND RL-COMPLETE
001826         AND WS-RL-NEW-STATUS = "R"
001827         GO TO 1940-EXIT
001828     END-IF.
001829     IF NOT RL-ON-FILE
001830         INITIALIZE RUNLEDG-REC
001831         MOVE WS-BUS-DATE TO RL-BUS-DATE
001832         MOVE WS-RL-STEP TO RL-STEP
001833     END-IF.
001834     ADD 1 TO RL-RUN-COUNT.
001835     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
001836     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
001837     ACCEPT RL-START-TIME FROM TIME.
001838     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
001839     INITIALIZE RL-COUNTS.
001840     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
001841     IF RL-ON-FILE
001842         REWRITE RUNLEDG-REC
001843             INVALID KEY
001844                 DISPLAY "JRNLARCH: RUNLEDG REWRITE FAILED "
001845                     WS-RL-FS
001846         END-REWRITE
001847     ELSE
001848         WRITE RUNLEDG-REC
001849             INVALID KEY
001850                 DISPLAY "JRNLARCH: RUNLEDG WRITE FAILED "
001851                     WS-RL-FS
001852         END-WRITE
001853     END-IF.
001854 1940-EXIT.
001860     EXIT.

001870*----------------------------------------------------------*
003110             GO TO 5100-EXIT
003120     END-READ.
003130     MOVE KEEP-REC TO JRNL-REC.
003133     WRITE JRNL-REC
003136         INVALID KEY
003139             DISPLAY "JRNLARCH: TRANJRNL RELOAD FAILED " WS-JR-FS
003142                 " ACCOUNT " JR-ACCT-NO OF JRNL-REC
003145     END-WRITE.
003150     ADD 1 TO WS-PURGE-COUNT.
003160 5100-EXIT.
003170     EXIT.
003280     DISPLAY "ARCHIVE VERIFIED AND LIVE JOURNAL PURGED".
003290 8000-EXIT.
003300     EXIT.

003310*----------------------------------------------------------*
003320* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
003330*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
003340*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
003350*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
003360*----------------------------------------------------------*
003370 8900-LEDGER-END.
003375     INITIALIZE WS-RL-COUNTS.
003380     MOVE "READ" TO WS-RL-CNT-LABEL(1).
003390     MOVE WS-READ-COUNT TO WS-RL-CNT-VALUE(1).
003400     MOVE "ARCHIVED" TO WS-RL-CNT-LABEL(2).
003410     MOVE WS-ARCH-COUNT TO WS-RL-CNT-VALUE(2).
003420     MOVE "RETAINED" TO WS-RL-CNT-LABEL(3).
003430     MOVE WS-KEEP-COUNT TO WS-RL-CNT-VALUE(3).
003440     OPEN I-O RUNLEDG.
003450     IF WS-RL-FS NOT = "00"
003460         DISPLAY "JRNLARCH: RUNLEDG NOT AVAILABLE " WS-RL-FS
003470         DISPLAY "JRNLARCH: END OF RUN NOT RECORDED"
003480         GO TO 8900-EXIT
003490     END-IF.
003500     MOVE WS-RL-STEP TO RL-STEP.
003510     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
003520     IF NOT RL-ON-FILE
003530         INITIALIZE RUNLEDG-REC
003540         MOVE WS-BUS-DATE TO RL-BUS-DATE
003550         MOVE WS-RL-STEP TO RL-STEP
003560         MOVE 1 TO RL-RUN-COUNT
003570     END-IF.
003580     IF WS-RL-RC < 8
003590         MOVE "C" TO RL-STATUS
003600     ELSE
003610         MOVE "F" TO RL-STATUS
003620     END-IF.
003630     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
003640     ACCEPT RL-END-TIME FROM TIME.
003650     MOVE WS-RL-RC TO RL-RETURN-CODE.
003660     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
003670     MOVE WS-RL-COUNTS TO RL-COUNTS.
003680     IF RL-ON-FILE
003690         REWRITE RUNLEDG-REC
003700             INVALID KEY
003710                 DISPLAY "JRNLARCH: RUNLEDG REWRITE FAILED "
003720                     WS-RL-FS
003730         END-REWRITE
003740     ELSE
003750         WRITE RUNLEDG-REC
003760             INVALID KEY
003770                 DISPLAY "JRNLARCH: RUNLEDG WRITE FAILED "
003780                     WS-RL-FS
003790         END-WRITE
003800     END-IF.
003810     CLOSE RUNLEDG.
003820 8900-EXIT.
003830     EXIT.
