000190     STORMAINT. A HOLD BLOCKS FUNDS ON AN ACCOUNT - COURT
000200     ORDERS, UNCOLLECTED DEPOSITS AND CARD PRE-AUTHORIZATIONS
000210     - WHICH VSAMFILE ENFORCES AGAINST WITHDRAWALS.
000212     HOLDCARD IS NO LONGER APPLIED DIRECTLY: PENDCAPT FILES
000214     EACH CARD ON PENDMST AND PENDAPPR RECORDS A SECOND
000216     OPERATOR'S APPROVAL. THIS PROGRAM APPLIES ONLY THE
000218     APPROVED HOLD ITEMS AND RECORDS THE RESULT ON PENDMST.
000220*----------------------------------------------------------*
000230* MODIFICATION HISTORY                                      *
000240*  DATE      BY   DESCRIPTION                                *
000250*  09/03/26  DLS  INITIAL VERSION.                           *
000251*  10/15/26  DLS  MAKER-CHECKER: CARDS ARE FILED ON          *
000252*                 PENDMST BY PENDCAPT AND APPROVED BY        *
000253*                 PENDAPPR. ONLY APPROVED HOLD ITEMS ARE     *
000254*                 APPLIED; THE RESULT GOES BACK ON PENDMST.  *
000255*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000256*                 RUNPREQ AT START; START, END, RETURN       *
000257*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000296     SELECT PENDMST ASSIGN TO PENDMST
000302         ORGANIZATION IS INDEXED
000308         ACCESS MODE IS DYNAMIC
000314         RECORD KEY IS PN-PEND-ID
000320         FILE STATUS IS WS-PN-FS.

000330     SELECT HOLDMST ASSIGN TO HOLDMST
000340         ORGANIZATION IS INDEXED
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
000460 FD  PENDMST.
000470 01  PEND-REC.
000480     COPY PENDREC.

000560 FD  HOLDMST.
000570 01  HOLD-REC.
000650 01  BUSDATE-REC.
000660     COPY BUSDTREC.

000661 FD  RUNPREQ.
000662 01  RUNPREQ-REC.
000663     COPY RUNPREQREC.

000664 FD  RUNLEDG.
000665 01  RUNLEDG-REC.
000666     COPY RUNLEDREC.

000670 WORKING-STORAGE SECTION.
000680 01  WS-PN-FS PIC X(02).
000690     88 PN-FILE-OK VALUE "00".
000700 01  WS-HD-FS PIC X(02).
000710     88 HD-FILE-OK VALUE "00".
000720 01  WS-LOG-FS PIC X(02).
000740 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.

000750 01  WS-EOF-SW PIC X(01) VALUE "N".
000753     88 PEND-AT-EOF VALUE "Y".

000756 01  HC-REC.
000759     COPY HOLDCDREC.
000762 01  WS-PRIOR-REJECTS PIC 9(05) COMP VALUE ZERO.
000765 01  WS-LAST-RESULT PIC X(25).

000770 01  WS-COUNTERS.
000780     05 WS-CARDS-READ PIC 9(05) COMP VALUE ZERO.
000890 01  WS-CD-R PIC 9(02) COMP VALUE ZERO.
000900 01  WS-CD-EXPECT PIC 9(02) COMP VALUE ZERO.
000910 01  WS-CD-OK-SW PIC X(01) VALUE "N".
000911     88 CHECK-DIGIT-OK VALUE "Y".

000912 01  WS-PQ-FS PIC X(02).
000913 01  WS-RL-FS PIC X(02).
000914 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
000915     88 RP-AT-EOF VALUE "Y".
000916 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
000917     88 RL-ON-FILE VALUE "Y".
000918 01  WS-RL-STEP PIC X(10) VALUE "HOLDMAINT".
000919 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
000920 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
000921 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
000922 01  WS-RL-RC PIC 9(04) VALUE ZERO.
000923 01  WS-RL-COUNTS.
000924     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
000925        10 WS-RL-CNT-LABEL PIC X(10).
000926        10 WS-RL-CNT-VALUE PIC 9(09).

000930 PROCEDURE DIVISION.

000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000960     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
000970         UNTIL PEND-AT-EOF.
000980     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000985     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
000990     STOP RUN.

001000*----------------------------------------------------------*
001040*----------------------------------------------------------*
001050 1000-INITIALIZE.
001060     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001068     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001076     OPEN I-O PENDMST.
001084     IF NOT PN-FILE-OK
001092         DISPLAY "HOLDMAINT: ERROR OPENING PENDMST " WS-PN-FS
001100         STOP RUN
001110     END-IF.
001120     OPEN I-O HOLDMST.
001470     END-IF.
001480     READ BUSDATE
001490         AT END
001491             DISPLAY "HOLDMAINT: BUSDATE FILE IS EMPTY"
001492             CLOSE BUSDATE
001493             STOP RUN
001494         NOT AT END
001495             MOVE BD-BUS-DATE TO WS-BUS-DATE
001496     END-READ.
001497     CLOSE BUSDATE.
001498     DISPLAY "HOLDMAINT: BUSINESS DATE " WS-BUS-DATE.
001499 1100-EXIT.
001500     EXIT.

001501*----------------------------------------------------------*
001502* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
001503*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
001504*                     AND RECORD THE START OF THE RUN. THE  *
001505*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
001506*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
001507*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
001508*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
001509*                     COMPLETED.                            *
001510*----------------------------------------------------------*
001511 1900-LEDGER-START.
001512     OPEN INPUT RUNPREQ.
001513     IF WS-PQ-FS NOT = "00"
001514         DISPLAY "*** HOLDMAINT REFUSED ***"
001515         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
001516             WS-PQ-FS
001517         STOP RUN
001518     END-IF.
001519     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
001520     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
001521         UNTIL RP-AT-EOF.
001522     CLOSE RUNPREQ.
001523     IF WS-RL-REFUSE-CNT > ZERO
001524         MOVE "R" TO WS-RL-NEW-STATUS
001525         PERFORM 1940-POST-START THRU 1940-EXIT
001526         CLOSE RUNLEDG
001527         DISPLAY "*** HOLDMAINT REFUSED ***"
001528         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
001529             "DATE " WS-BUS-DATE
001530         STOP RUN
001531     END-IF.
001532     MOVE "S" TO WS-RL-NEW-STATUS.
001533     PERFORM 1940-POST-START THRU 1940-EXIT.
001534     CLOSE RUNLEDG.
001535 1900-EXIT.
001536     EXIT.

001537 1910-CHECK-PREREQ.
001538     READ RUNPREQ
001539         AT END
001540             MOVE "Y" TO WS-RP-EOF-SW
001541             GO TO 1910-EXIT
001542     END-READ.
001543     IF RP-STEP = WS-RL-STEP
001544         MOVE RP-PREREQ TO RL-STEP
001545         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001546         IF RL-ON-FILE AND RL-COMPLETE
001547             GO TO 1910-EXIT
001548         END-IF
001549         IF NOT RL-ON-FILE AND RP-MONTH-END
001550             GO TO 1910-EXIT
001551         END-IF
001552         ADD 1 TO WS-RL-REFUSE-CNT
001553         MOVE SPACES TO WS-RL-MESSAGE
001554         STRING "AWAITING " RP-PREREQ
001555             DELIMITED BY SIZE INTO WS-RL-MESSAGE
001556         DISPLAY "HOLDMAINT: " RP-PREREQ
001557             " HAS NOT COMPLETED FOR " WS-BUS-DATE
001558         GO TO 1910-EXIT
001559     END-IF.
001560     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
001561         MOVE RP-STEP TO RL-STEP
001562         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001563         IF RL-ON-FILE AND RL-COMPLETE
001564             ADD 1 TO WS-RL-REFUSE-CNT
001565             MOVE SPACES TO WS-RL-MESSAGE
001566             STRING "OUT OF SEQUENCE AFTER " RP-STEP
001567                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
001568             DISPLAY "HOLDMAINT: " RP-STEP
001569                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
001570         END-IF
001571     END-IF.
001572 1910-EXIT.
001573     EXIT.

001574 1920-READ-LEDGER.
001575     MOVE WS-BUS-DATE TO RL-BUS-DATE.
001576     MOVE "Y" TO WS-RL-FOUND-SW.
001577     READ RUNLEDG KEY IS RL-KEY
001578         INVALID KEY
001579             MOVE "N" TO WS-RL-FOUND-SW
001580     END-READ.
001581 1920-EXIT.
001582     EXIT.

001583 1930-OPEN-LEDGER.
001584     OPEN I-O RUNLEDG.
001585     IF WS-RL-FS NOT = "00"
001586         OPEN OUTPUT RUNLEDG
001587         IF WS-RL-FS NOT = "00"
001588             DISPLAY "HOLDMAINT: ERROR OPENING RUNLEDG " WS-RL-FS
001589             STOP RUN
001590         END-IF
001591         CLOSE RUNLEDG
001592         OPEN I-O RUNLEDG
001593         IF WS-RL-FS NOT = "00"
001594             DISPLAY "HOLDMAINT: ERROR REOPENING RUNLEDG "
001595                 WS-RL-FS
001596             STOP RUN
001597         END-IF
001598     END-IF.
001599 1930-EXIT.
001600     EXIT.

001601*----------------------------------------------------------*
001602* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
001603*                   ENTRY FOR TODAY AS STARTED (S) OR       *
001604*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
001605*                   EARLIER CLEAN COMPLETION STANDING.      *
001606*----------------------------------------------------------*
001607 1940-POST-START.
001608     MOVE WS-RL-STEP TO RL-STEP.
001609     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001610     IF RL-ON-FILE AND RL-COMPLETE
001611         AND WS-RL-NEW-STATUS = "R"
001612         GO TO 1940-EXIT
001613     END-IF.
001614     IF NOT RL-ON-FILE
001615         INITIALIZE RUNLEDG-REC
001616         MOVE WS-BUS-DATE TO RL-BUS-DATE
001617         MOVE WS-RL-STEP TO RL-STEP
001618     END-IF.
001619     ADD 1 TO RL-RUN-COUNT.
001620     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
001621     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
001622     ACCEPT RL-START-TIME FROM TIME.
001623     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
001624     INITIALIZE RL-COUNTS.
001625     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
001626     IF RL-ON-FILE
001627         REWRITE RUNLEDG-REC
001628             INVALID KEY
001629                 DISPLAY "HOLDMAINT: RUNLEDG REWRITE FAILED "
001630                     WS-RL-FS
001631         END-REWRITE
001632     ELSE
001633         WRITE RUNLEDG-REC
001634             INVALID KEY
001635                 DISPLAY "HOLDMAINT: RUNLEDG WRITE FAILED "
001636                     WS-RL-FS
001637         END-WRITE
001638     END-IF.
001639 1940-EXIT.
001640     EXIT.

001641*----------------------------------------------------------*
001642* 2000-PROCESS-CARDS - READ THE NEXT PENDMST ITEM. AN       *
001643*                      APPROVED HOLD CARD IS DISPATCHED AS  *
001644*                      IT WAS KEYED, PROVIDED THE CHECKER   *
001645*                      IS NOT THE MAKER; OTHER ITEMS ARE    *
001646*                      LEFT FOR THEIR OWN PROGRAMS.         *
001647*----------------------------------------------------------*
001648 2000-PROCESS-CARDS.
001649     READ PENDMST NEXT RECORD
001650         AT END
001660             MOVE "Y" TO WS-EOF-SW
001670             GO TO 2000-EXIT
001680     END-READ.
001682     IF NOT PN-TYPE-HOLD OR NOT PN-APPROVED
001684         GO TO 2000-EXIT
001686     END-IF.
001688     MOVE PN-CARD-IMAGE TO HC-REC.
001690     ADD 1 TO WS-CARDS-READ.
001691     MOVE WS-REJECT-CNT TO WS-PRIOR-REJECTS.
001692     IF PN-CHECKER-ID = SPACES OR PN-CHECKER-ID = PN-MAKER-ID
001693         PERFORM 7100-REFUSE-UNCHECKED THRU 7100-EXIT
001694         PERFORM 2100-RECORD-RESULT THRU 2100-EXIT
001695         GO TO 2000-EXIT
001696     END-IF.
001700     EVALUATE TRUE
001710         WHEN HC-PLACE
001720             PERFORM 3000-PLACE-HOLD THRU 3000-EXIT
001740             PERFORM 4000-RELEASE-HOLD THRU 4000-EXIT
001750         WHEN OTHER
001760             PERFORM 7000-REJECT-CARD THRU 7000-EXIT
001761     END-EVALUATE.
001762     PERFORM 2100-RECORD-RESULT THRU 2100-EXIT.
001763 2000-EXIT.
001764     EXIT.

001765*----------------------------------------------------------*
001766* 2100-RECORD-RESULT - MARK THE PENDMST ITEM APPLIED, OR    *
001767*                      FAILED IF THE CARD WAS REJECTED,     *
001768*                      WITH THE MAINTENANCE LOG RESULT.     *
001769*----------------------------------------------------------*
001770 2100-RECORD-RESULT.
001771     IF WS-REJECT-CNT > WS-PRIOR-REJECTS
001772         MOVE "F" TO PN-STATUS
001773     ELSE
001774         MOVE "X" TO PN-STATUS
001775     END-IF.
001776     MOVE WS-LAST-RESULT TO PN-RESULT.
001777     MOVE WS-BUS-DATE TO PN-APPLIED-DATE.
001778     REWRITE PEND-REC
001779         INVALID KEY
001780             DISPLAY "HOLDMAINT: PENDMST REWRITE FAILED "
001781                 PN-PEND-ID " " WS-PN-FS
001782     END-REWRITE.
001783 2100-EXIT.
001790     EXIT.

001800*----------------------------------------------------------*
002630 7000-EXIT.
002640     EXIT.

002641*----------------------------------------------------------*
002642* 7100-REFUSE-UNCHECKED - THE ITEM CARRIES NO CHECKER, OR   *
002643*                         THE CHECKER IS THE MAKER.         *
002644*----------------------------------------------------------*
002645 7100-REFUSE-UNCHECKED.
002646     MOVE HC-HOLD-ID TO HD-HOLD-ID.
002647     MOVE "NO INDEPENDENT APPROVAL" TO LOG-RESULT.
002648     PERFORM 9000-WRITE-LOG THRU 9000-EXIT.
002649     ADD 1 TO WS-REJECT-CNT.
002650 7100-EXIT.
002651     EXIT.

002652*----------------------------------------------------------*
002660* 9000-WRITE-LOG - WRITE ONE ENTRY TO THE MAINTENANCE LOG.  *
002670*----------------------------------------------------------*
002680 9000-WRITE-LOG.
002690     MOVE HC-ACTION TO LOG-ACTION.
002700     MOVE HD-HOLD-ID TO LOG-HOLD-ID.
002705     MOVE LOG-RESULT TO WS-LAST-RESULT.
002710     WRITE LOG-REC.
002720 9000-EXIT.
002730     EXIT.
003210     DISPLAY "HOLDS PLACED    : " WS-PLACED-CNT.
003220     DISPLAY "HOLDS RELEASED  : " WS-RELEASE-CNT.
003230     DISPLAY "CARDS REJECTED  : " WS-REJECT-CNT.
003240     CLOSE PENDMST HOLDMST HMAINTLOG.
003250 8000-EXIT.
003260     EXIT.

003270*----------------------------------------------------------*
003280* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
003290*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
003300*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
003310*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
003320*----------------------------------------------------------*
003330 8900-LEDGER-END.
003335     INITIALIZE WS-RL-COUNTS.
003340     MOVE "CARDS" TO WS-RL-CNT-LABEL(1).
003350     MOVE WS-CARDS-READ TO WS-RL-CNT-VALUE(1).
003360     MOVE "PLACED" TO WS-RL-CNT-LABEL(2).
003370     MOVE WS-PLACED-CNT TO WS-RL-CNT-VALUE(2).
003380     MOVE "RELEASED" TO WS-RL-CNT-LABEL(3).
003390     MOVE WS-RELEASE-CNT TO WS-RL-CNT-VALUE(3).
003400     MOVE "REJECTED" TO WS-RL-CNT-LABEL(4).
003410     MOVE WS-REJECT-CNT TO WS-RL-CNT-VALUE(4).
003420     IF WS-REJECT-CNT > ZERO
003430         MOVE 4 TO WS-RL-RC
003440     END-IF.
003450     OPEN I-O RUNLEDG.
003460     IF WS-RL-FS NOT = "00"
003470         DISPLAY "HOLDMAINT: RUNLEDG NOT AVAILABLE " WS-RL-FS
003480         DISPLAY "HOLDMAINT: END OF RUN NOT RECORDED"
003490         GO TO 8900-EXIT
003500     END-IF.
003510     MOVE WS-RL-STEP TO RL-STEP.
003520     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
003530     IF NOT RL-ON-FILE
003540         INITIALIZE RUNLEDG-REC
003550         MOVE WS-BUS-DATE TO RL-BUS-DATE
003560         MOVE WS-RL-STEP TO RL-STEP
003570         MOVE 1 TO RL-RUN-COUNT
003580     END-IF.
003590     IF WS-RL-RC < 8
003600         MOVE "C" TO RL-STATUS
003610     ELSE
003620         MOVE "F" TO RL-STATUS
003630     END-IF.
003640     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
003650     ACCEPT RL-END-TIME FROM TIME.
003660     MOVE WS-RL-RC TO RL-RETURN-CODE.
003670     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
003680     MOVE WS-RL-COUNTS TO RL-COUNTS.
003690     IF RL-ON-FILE
003700         REWRITE RUNLEDG-REC
003710             INVALID KEY
003720                 DISPLAY "HOLDMAINT: RUNLEDG REWRITE FAILED "
003730                     WS-RL-FS
003740         END-REWRITE
003750     ELSE
003760         WRITE RUNLEDG-REC
003770             INVALID KEY
003780                 DISPLAY "HOLDMAINT: RUNLEDG WRITE FAILED "
003790                     WS-RL-FS
003800         END-WRITE
003810     END-IF.
003820     CLOSE RUNLEDG.
003830 8900-EXIT.
003840     EXIT.
