000170     CANCEL AND REACTIVATE PROCESSING AGAINST STORDMST,
000180     DRIVEN FROM A SEQUENTIAL CONTROL-CARD FILE IN THE SAME
000190     MANNER AS ACCTMAINT.
000191     SOCARD IS NO LONGER APPLIED DIRECTLY: PENDCAPT FILES
000192     EACH CARD ON PENDMST AND PENDAPPR RECORDS A SECOND
000193     OPERATOR'S APPROVAL. THIS PROGRAM APPLIES ONLY THE
000194     APPROVED STANDING-ORDER ITEMS AND RECORDS THE RESULT ON
000195     PENDMST.
000200*----------------------------------------------------------*
000210* MODIFICATION HISTORY                                      *
000220*  DATE      BY   DESCRIPTION                                *
000235*  08/22/26  DLS  FIRST-RUN BOOTSTRAP RE-OPENS THE NEWLY     *
000236*                 CREATED MASTER IN I-O MODE SO CANCEL AND   *
000237*                 REACTIVATE CARDS READ CORRECTLY.           *
000238*  10/15/26  DLS  MAKER-CHECKER: CARDS ARE FILED ON          *
000239*                 PENDMST BY PENDCAPT AND APPROVED BY        *
000240*                 PENDAPPR. ONLY APPROVED SORD ITEMS ARE     *
000241*                 APPLIED; THE RESULT GOES BACK ON PENDMST.  *
000242*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000243*                 RUNPREQ AT START; START, END, RETURN       *
000244*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000245*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000276     SELECT PENDMST ASSIGN TO PENDMST
000282         ORGANIZATION IS INDEXED
000288         ACCESS MODE IS DYNAMIC
000294         RECORD KEY IS PN-PEND-ID
000300         FILE STATUS IS WS-PN-FS.
000310
000320     SELECT STORDMST ASSIGN TO STORDMST
000330         ORGANIZATION IS INDEXED
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
000480 FD  PENDMST.
000490 01  PEND-REC.
000500     COPY PENDREC.
000610
000620 FD  STORDMST.
000630 01  SO-REC.
000730 01  BUSDATE-REC.
000740     COPY BUSDTREC.
000750
000751 FD  RUNPREQ.
000752 01  RUNPREQ-REC.
000753     COPY RUNPREQREC.
000754
000755 FD  RUNLEDG.
000756 01  RUNLEDG-REC.
000757     COPY RUNLEDREC.
000758
000760 WORKING-STORAGE SECTION.
000770 01  WS-PN-FS PIC X(02).
000780     88 PN-FILE-OK VALUE "00".
000790 01  WS-SO-FS PIC X(02).
000800     88 SO-FILE-OK VALUE "00".
000810 01  WS-LOG-FS PIC X(02).
000830 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.
000840
000850 01  WS-EOF-SW PIC X(01) VALUE "N".
000852     88 PEND-AT-EOF VALUE "Y".
000854
000856 01  SOC-REC.
000858     COPY SOCDREC.
000860 01  WS-PRIOR-REJECTS PIC 9(05) COMP VALUE ZERO.
000862 01  WS-LAST-RESULT PIC X(25).
000870
000880 01  WS-COUNTERS.
000890     05 WS-CARDS-READ PIC 9(05) COMP VALUE ZERO.
000941 01  WS-CD-OK-SW PIC X(01) VALUE "N".
000942     88 CHECK-DIGIT-OK VALUE "Y".
000943
000944 01  WS-PQ-FS PIC X(02).
000945 01  WS-RL-FS PIC X(02).
000946 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
000947     88 RP-AT-EOF VALUE "Y".
000948 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
000949     88 RL-ON-FILE VALUE "Y".
000950 01  WS-RL-STEP PIC X(10) VALUE "STORMAINT".
000951 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
000952 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
000953 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
000954 01  WS-RL-RC PIC 9(04) VALUE ZERO.
000955 01  WS-RL-COUNTS.
000956     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
000957        10 WS-RL-CNT-LABEL PIC X(10).
000958        10 WS-RL-CNT-VALUE PIC 9(09).
000959
000960 PROCEDURE DIVISION.
000961
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000990     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
001000         UNTIL PEND-AT-EOF.
001010     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001015     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001020     STOP RUN.
001030
001040*----------------------------------------------------------*
001060*----------------------------------------------------------*
001070 1000-INITIALIZE.
001080     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001088     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001096     OPEN I-O PENDMST.
001104     IF NOT PN-FILE-OK
001112         DISPLAY "STORMAINT: ERROR OPENING PENDMST " WS-PN-FS
001120         STOP RUN
001130     END-IF.
001140     OPEN I-O STORDMST.
001430     END-IF.
001440     READ BUSDATE
001450         AT END
001451             DISPLAY "STORMAINT: BUSDATE FILE IS EMPTY"
001452             CLOSE BUSDATE
001453             STOP RUN
001454         NOT AT END
001455             MOVE BD-BUS-DATE TO WS-BUS-DATE
001456     END-READ.
001457     CLOSE BUSDATE.
001458     DISPLAY "STORMAINT: BUSINESS DATE " WS-BUS-DATE.
001459 1100-EXIT.
001460     EXIT.
001461
001462*----------------------------------------------------------*
001463* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
001464*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
001465*                     AND RECORD THE START OF THE RUN. THE  *
001466*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
001467*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
001468*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
001469*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
001470*                     COMPLETED.                            *
001471*----------------------------------------------------------*
001472 1900-LEDGER-START.
001473     OPEN INPUT RUNPREQ.
001474     IF WS-PQ-FS NOT = "00"
001475         DISPLAY "*** STORMAINT REFUSED ***"
001476         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
001477             WS-PQ-FS
001478         STOP RUN
001479     END-IF.
001480     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
001481     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
001482         UNTIL RP-AT-EOF.
001483     CLOSE RUNPREQ.
001484     IF WS-RL-REFUSE-CNT > ZERO
001485         MOVE "R" TO WS-RL-NEW-STATUS
001486         PERFORM 1940-POST-START THRU 1940-EXIT
001487         CLOSE RUNLEDG
001488         DISPLAY "*** STORMAINT REFUSED ***"
001489         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
001490             "DATE " WS-BUS-DATE
001491         STOP RUN
001492     END-IF.
001493     MOVE "S" TO WS-RL-NEW-STATUS.
001494     PERFORM 1940-POST-START THRU 1940-EXIT.
001495     CLOSE RUNLEDG.
001496 1900-EXIT.
001497     EXIT.
001498
001499 1910-CHECK-PREREQ.
001500     READ RUNPREQ
001501         AT END
001502             MOVE "Y" TO WS-RP-EOF-SW
001503             GO TO 1910-EXIT
001504     END-READ.
001505     IF RP-STEP = WS-RL-STEP
001506         MOVE RP-PREREQ TO RL-STEP
001507         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001508         IF RL-ON-FILE AND RL-COMPLETE
001509             GO TO 1910-EXIT
001510         END-IF
001511         IF NOT RL-ON-FILE AND RP-MONTH-END
001512             GO TO 1910-EXIT
001513         END-IF
001514         ADD 1 TO WS-RL-REFUSE-CNT
001515         MOVE SPACES TO WS-RL-MESSAGE
001516         STRING "AWAITING " RP-PREREQ
001517             DELIMITED BY SIZE INTO WS-RL-MESSAGE
001518         DISPLAY "STORMAINT: " RP-PREREQ
001519             " HAS NOT COMPLETED FOR " WS-BUS-DATE
001520         GO TO 1910-EXIT
001521     END-IF.
001522     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
001523         MOVE RP-STEP TO RL-STEP
001524         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001525         IF RL-ON-FILE AND RL-COMPLETE
001526             ADD 1 TO WS-RL-REFUSE-CNT
001527             MOVE SPACES TO WS-RL-MESSAGE
001528             STRING "OUT OF SEQUENCE AFTER " RP-STEP
001529                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
001530             DISPLAY "STORMAINT: " RP-STEP
001531                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
001532         END-IF
001533     END-IF.
001534 1910-EXIT.
001535     EXIT.
001536
001537 1920-READ-LEDGER.
001538     MOVE WS-BUS-DATE TO RL-BUS-DATE.
001539     MOVE "Y" TO WS-RL-FOUND-SW.
001540     READ RUNLEDG KEY IS RL-KEY
001541         INVALID KEY
001542             MOVE "N" TO WS-RL-FOUND-SW
001543     END-READ.
001544 1920-EXIT.
001545     EXIT.
001546
001547 1930-OPEN-LEDGER.
001548     OPEN I-O RUNLEDG.
001549     IF WS-RL-FS NOT = "00"
001550         OPEN OUTPUT RUNLEDG
001551         IF WS-RL-FS NOT = "00"
001552             DISPLAY "STORMAINT: ERROR OPENING RUNLEDG " WS-RL-FS
001553             STOP RUN
001554         END-IF
001555         CLOSE RUNLEDG
001556         OPEN I-O RUNLEDG
001557         IF WS-RL-FS NOT = "00"
001558             DISPLAY "STORMAINT: ERROR REOPENING RUNLEDG "
001559                 WS-RL-FS
001560             STOP RUN
001561         END-IF
001562     END-IF.
001563 1930-EXIT.
001564     EXIT.
001565
001566*----------------------------------------------------------*
001567* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
001568*                   ENTRY FOR TODAY AS STARTED (S) OR       *
001569*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
001570*                   EARLIER CLEAN COMPLETION STANDING.      *
001571*----------------------------------------------------------*
001572 1940-POST-START.
001573     MOVE WS-RL-STEP TO RL-STEP.
001574     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001575     IF RL-ON-FILE AND RL-COMPLETE
001576         AND WS-RL-NEW-STATUS = "R"
001577         GO TO 1940-EXIT
001578     END-IF.
001579     IF NOT RL-ON-FILE
001580         INITIALIZE RUNLEDG-REC
001581         MOVE WS-BUS-DATE TO RL-BUS-DATE
001582         MOVE WS-RL-STEP TO RL-STEP
001583     END-IF.
001584     ADD 1 TO RL-RUN-COUNT.
001585     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
001586     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
001587     ACCEPT RL-START-TIME FROM TIME.
001588     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
001589     INITIALIZE RL-COUNTS.
001590     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
001591     IF RL-ON-FILE
001592         REWRITE RUNLEDG-REC
001593             INVALID KEY
001594                 DISPLAY "STORMAINT: RUNLEDG REWRITE FAILED "
001595                     WS-RL-FS
001596         END-REWRITE
001597     ELSE
001598         WRITE RUNLEDG-REC
001599             INVALID KEY
001600                 DISPLAY "STORMAINT: RUNLEDG WRITE FAILED "
001601                     WS-RL-FS
001602         END-WRITE
001603     END-IF.
001604 1940-EXIT.
001605     EXIT.
001606
001607*----------------------------------------------------------*
001608* 2000-PROCESS-CARDS - READ THE NEXT PENDMST ITEM. AN       *
001609*                      APPROVED STANDING-ORDER CARD IS      *
001610*                      DISPATCHED AS IT WAS KEYED, PROVIDED *
001611*                      THE CHECKER IS NOT THE MAKER; OTHER  *
001612*                      ITEMS ARE LEFT FOR THEIR OWN         *
001613*                      PROGRAMS.                            *
001614*----------------------------------------------------------*
001615 2000-PROCESS-CARDS.
001616     READ PENDMST NEXT RECORD
001620         AT END
001630             MOVE "Y" TO WS-EOF-SW
001640             GO TO 2000-EXIT
001650     END-READ.
001652     IF NOT PN-TYPE-SORD OR NOT PN-APPROVED
001654         GO TO 2000-EXIT
001656     END-IF.
001658     MOVE PN-CARD-IMAGE TO SOC-REC.
001660     ADD 1 TO WS-CARDS-READ.
001661     MOVE WS-REJECT-CNT TO WS-PRIOR-REJECTS.
001662     IF PN-CHECKER-ID = SPACES OR PN-CHECKER-ID = PN-MAKER-ID
001663         PERFORM 7100-REFUSE-UNCHECKED THRU 7100-EXIT
001664         PERFORM 2100-RECORD-RESULT THRU 2100-EXIT
001665         GO TO 2000-EXIT
001666     END-IF.
001670     EVALUATE TRUE
001680         WHEN SOC-ADD
001690             PERFORM 3000-ADD-INSTRUCTION THRU 3000-EXIT
001730             PERFORM 5000-REACT-INSTRUCTION THRU 5000-EXIT
001740         WHEN OTHER
001750             PERFORM 7000-REJECT-CARD THRU 7000-EXIT
001751     END-EVALUATE.
001752     PERFORM 2100-RECORD-RESULT THRU 2100-EXIT.
001753 2000-EXIT.
001754     EXIT.
001755
001756*----------------------------------------------------------*
001757* 2100-RECORD-RESULT - MARK THE PENDMST ITEM APPLIED, OR    *
001758*                      FAILED IF THE CARD WAS REJECTED,     *
001759*                      WITH THE MAINTENANCE LOG RESULT.     *
001760*----------------------------------------------------------*
001761 2100-RECORD-RESULT.
001762     IF WS-REJECT-CNT > WS-PRIOR-REJECTS
001763         MOVE "F" TO PN-STATUS
001764     ELSE
001765         MOVE "X" TO PN-STATUS
001766     END-IF.
001767     MOVE WS-LAST-RESULT TO PN-RESULT.
001768     MOVE WS-BUS-DATE TO PN-APPLIED-DATE.
001769     REWRITE PEND-REC
001770         INVALID KEY
001771             DISPLAY "STORMAINT: PENDMST REWRITE FAILED "
001772                 PN-PEND-ID " " WS-PN-FS
001773     END-REWRITE.
001774 2100-EXIT.
001780     EXIT.
001790
001800*----------------------------------------------------------*
002910 7000-EXIT.
002920     EXIT.
002930
002931*----------------------------------------------------------*
002932* 7100-REFUSE-UNCHECKED - THE ITEM CARRIES NO CHECKER, OR   *
002933*                         THE CHECKER IS THE MAKER.         *
002934*----------------------------------------------------------*
002935 7100-REFUSE-UNCHECKED.
002936     MOVE SOC-ID TO SO-ID.
002937     MOVE "NO INDEPENDENT APPROVAL" TO LOG-RESULT.
002938     PERFORM 9000-WRITE-LOG THRU 9000-EXIT.
002939     ADD 1 TO WS-REJECT-CNT.
002940 7100-EXIT.
002941     EXIT.
002942
002943*----------------------------------------------------------*
002950* 9000-WRITE-LOG - WRITE ONE ENTRY TO THE MAINTENANCE LOG.  *
002960*----------------------------------------------------------*
002970 9000-WRITE-LOG.
002980     MOVE SOC-ACTION TO LOG-ACTION.
002990     MOVE SO-ID TO LOG-SO-ID.
002995     MOVE LOG-RESULT TO WS-LAST-RESULT.
003000     WRITE LOG-REC.
003010 9000-EXIT.
003020     EXIT.
003110     DISPLAY "INSTRUCTIONS CANCELLED : " WS-CANCEL-CNT.
003120     DISPLAY "INSTRUCTIONS REACTIVATD: " WS-REACT-CNT.
003130     DISPLAY "CARDS REJECTED         : " WS-REJECT-CNT.
003140     CLOSE PENDMST STORDMST SOMAINTLG.
003150 8000-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------*
003190* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
003200*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
003210*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
003220*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
003230*----------------------------------------------------------*
003240 8900-LEDGER-END.
003245     INITIALIZE WS-RL-COUNTS.
003250     MOVE "CARDS" TO WS-RL-CNT-LABEL(1).
003260     MOVE WS-CARDS-READ TO WS-RL-CNT-VALUE(1).
003270     MOVE "ADDED" TO WS-RL-CNT-LABEL(2).
003280     MOVE WS-ADDED-CNT TO WS-RL-CNT-VALUE(2).
003290     MOVE "CANCELLED" TO WS-RL-CNT-LABEL(3).
003300     MOVE WS-CANCEL-CNT TO WS-RL-CNT-VALUE(3).
003310     MOVE "REJECTED" TO WS-RL-CNT-LABEL(4).
003320     MOVE WS-REJECT-CNT TO WS-RL-CNT-VALUE(4).
003330     IF WS-REJECT-CNT > ZERO
003340         MOVE 4 TO WS-RL-RC
003350     END-IF.
003360     OPEN I-O RUNLEDG.
003370     IF WS-RL-FS NOT = "00"
003380         DISPLAY "STORMAINT: RUNLEDG NOT AVAILABLE " WS-RL-FS
003390         DISPLAY "STORMAINT: END OF RUN NOT RECORDED"
003400         GO TO 8900-EXIT
003410     END-IF.
003420     MOVE WS-RL-STEP TO RL-STEP.
003430     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
003440     IF NOT RL-ON-FILE
003450         INITIALIZE RUNLEDG-REC
003460         MOVE WS-BUS-DATE TO RL-BUS-DATE
003470         MOVE WS-RL-STEP TO RL-STEP
003480         MOVE 1 TO RL-RUN-COUNT
003490     END-IF.
003500     IF WS-RL-RC < 8
003510         MOVE "C" TO RL-STATUS
003520     ELSE
003530         MOVE "F" TO RL-STATUS
003540     END-IF.
003550     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
003560     ACCEPT RL-END-TIME FROM TIME.
003570     MOVE WS-RL-RC TO RL-RETURN-CODE.
003580     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
003590     MOVE WS-RL-COUNTS TO RL-COUNTS.
003600     IF RL-ON-FILE
003610         REWRITE RUNLEDG-REC
003620             INVALID KEY
003630                 DISPLAY "STORMAINT: RUNLEDG REWRITE FAILED "
003640                     WS-RL-FS
003650         END-REWRITE
003660     ELSE
003670         WRITE RUNLEDG-REC
003680             INVALID KEY
003690                 DISPLAY "STORMAINT: RUNLEDG WRITE FAILED "
003700                     WS-RL-FS
003710         END-WRITE
003720     END-IF.
003730     CLOSE RUNLEDG.
003740 8900-EXIT.
003750     EXIT.
