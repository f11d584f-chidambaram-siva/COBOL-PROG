000190     CONTROL-CARD FILE IN THE SAME MANNER AS ACCTMAINT. A
000200     LINK CARD STAMPS ACCT-CUST-ID ON THE ACCOUNT RECORD SO
000210     ONE CUSTOMER'S ACCOUNTS CAN BE GROUPED ON STATEMENTS.
000211     CUSTCARD IS NO LONGER APPLIED DIRECTLY: PENDCAPT FILES
000212     EACH CARD ON PENDMST AND PENDAPPR RECORDS A SECOND
000213     OPERATOR'S APPROVAL. THIS PROGRAM APPLIES ONLY THE
000214     APPROVED CUSTOMER ITEMS AND RECORDS THE RESULT ON
000215     PENDMST.
000220*----------------------------------------------------------*
000230* MODIFICATION HISTORY                                      *
000240*  DATE      BY   DESCRIPTION                                *
000250*  09/03/26  DLS  INITIAL VERSION.                           *
000251*  10/15/26  DLS  MAKER-CHECKER: CARDS ARE FILED ON          *
000252*                 PENDMST BY PENDCAPT AND APPROVED BY        *
000253*                 PENDAPPR. ONLY APPROVED CUST ITEMS ARE     *
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

000330     SELECT CUSTMST ASSIGN TO CUSTMST
000340         ORGANIZATION IS INDEXED
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-BD-FS.

000481     SELECT RUNPREQ ASSIGN TO RUNPREQ
000482         ORGANIZATION IS SEQUENTIAL
000483         FILE STATUS IS WS-PQ-FS.

000484     SELECT RUNLEDG ASSIGN TO RUNLEDG
000485         ORGANIZATION IS INDEXED
000486         ACCESS MODE IS DYNAMIC
000487         RECORD KEY IS RL-KEY
000488         FILE STATUS IS WS-RL-FS.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PENDMST.
000520 01  PEND-REC.
000530     COPY PENDREC.

000630 FD  CUSTMST.
000640 01  CUST-REC.
000760 01  BUSDATE-REC.
000770     COPY BUSDTREC.

000771 FD  RUNPREQ.
000772 01  RUNPREQ-REC.
000773     COPY RUNPREQREC.

000774 FD  RUNLEDG.
000775 01  RUNLEDG-REC.
000776     COPY RUNLEDREC.

000780 WORKING-STORAGE SECTION.
000790 01  WS-PN-FS PIC X(02).
000800     88 PN-FILE-OK VALUE "00".
000810 01  WS-CM-FS PIC X(02).
000820     88 CM-FILE-OK VALUE "00".
000830 01  WS-ACC-FS PIC X(02).
000870 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.

000880 01  WS-EOF-SW PIC X(01) VALUE "N".
000883     88 PEND-AT-EOF VALUE "Y".

000886 01  CUC-REC.
000889     COPY CUSTCDREC.
000892 01  WS-PRIOR-REJECTS PIC 9(05) COMP VALUE ZERO.
000895 01  WS-LAST-RESULT PIC X(25).

000900 01  WS-COUNTERS.
000910     05 WS-CARDS-READ PIC 9(05) COMP VALUE ZERO.
001030 01  WS-CD-R PIC 9(02) COMP VALUE ZERO.
001040 01  WS-CD-EXPECT PIC 9(02) COMP VALUE ZERO.
001050 01  WS-CD-OK-SW PIC X(01) VALUE "N".
001051     88 CHECK-DIGIT-OK VALUE "Y".

001052 01  WS-PQ-FS PIC X(02).
001053 01  WS-RL-FS PIC X(02).
001054 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
001055     88 RP-AT-EOF VALUE "Y".
001056 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
001057     88 RL-ON-FILE VALUE "Y".
001058 01  WS-RL-STEP PIC X(10) VALUE "CUSTMAINT".
001059 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
001060 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
001061 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
001062 01  WS-RL-RC PIC 9(04) VALUE ZERO.
001063 01  WS-RL-COUNTS.
001064     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
001065        10 WS-RL-CNT-LABEL PIC X(10).
001066        10 WS-RL-CNT-VALUE PIC 9(09).

001070 PROCEDURE DIVISION.

001080 0000-MAINLINE.
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001100     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
001110         UNTIL PEND-AT-EOF.
001120     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001125     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001130     STOP RUN.

001140*----------------------------------------------------------*
001180*----------------------------------------------------------*
001190 1000-INITIALIZE.
001200     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001208     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001216     OPEN I-O PENDMST.
001224     IF NOT PN-FILE-OK
001232         DISPLAY "CUSTMAINT: ERROR OPENING PENDMST " WS-PN-FS
001240         STOP RUN
001250     END-IF.
001260     OPEN I-O CUSTMST.
001650         STOP RUN
001660     END-IF.
001670     READ BUSDATE
001671         AT END
001672             DISPLAY "CUSTMAINT: BUSDATE FILE IS EMPTY"
001673             CLOSE BUSDATE
001674             STOP RUN
001675         NOT AT END
001676             MOVE BD-BUS-DATE TO WS-BUS-DATE
001677     END-READ.
001678     CLOSE BUSDATE.
001679     DISPLAY "CUSTMAINT: BUSINESS DATE " WS-BUS-DATE.
001680 1100-EXIT.
001681     EXIT.

001682*----------------------------------------------------------*
001683* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
001684*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
001685*                     AND RECORD THE START OF THE RUN. THE  *
001686*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
001687*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
001688*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
001689*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
001690*                     COMPLETED.                            *
001691*----------------------------------------------------------*
001692 1900-LEDGER-START.
001693     OPEN INPUT RUNPREQ.
001694     IF WS-PQ-FS NOT = "00"
001695         DISPLAY "*** CUSTMAINT REFUSED ***"
001696         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
001697             WS-PQ-FS
001698         STOP RUN
001699     END-IF.
001700     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
001701     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
001702         UNTIL RP-AT-EOF.
001703     CLOSE RUNPREQ.
001704     IF WS-RL-REFUSE-CNT > ZERO
001705         MOVE "R" TO WS-RL-NEW-STATUS
001706         PERFORM 1940-POST-START THRU 1940-EXIT
001707         CLOSE RUNLEDG
001708         DISPLAY "*** CUSTMAINT REFUSED ***"
001709         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
001710             "DATE " WS-BUS-DATE
001711         STOP RUN
001712     END-IF.
001713     MOVE "S" TO WS-RL-NEW-STATUS.
001714     PERFORM 1940-POST-START THRU 1940-EXIT.
001715     CLOSE RUNLEDG.
001716 1900-EXIT.
001717     EXIT.

001718 1910-CHECK-PREREQ.
001719     READ RUNPREQ
001720         AT END
001721             MOVE "Y" TO WS-RP-EOF-SW
001722             GO TO 1910-EXIT
001723     END-READ.
001724     IF RP-STEP = WS-RL-STEP
001725         MOVE RP-PREREQ TO RL-STEP
001726         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001727         IF RL-ON-FILE AND RL-COMPLETE
001728             GO TO 1910-EXIT
001729         END-IF
001730         IF NOT RL-ON-FILE AND RP-MONTH-END
001731             GO TO 1910-EXIT
001732         END-IF
001733         ADD 1 TO WS-RL-REFUSE-CNT
001734         MOVE SPACES TO WS-RL-MESSAGE
001735         STRING "AWAITING " RP-PREREQ
001736             DELIMITED BY SIZE INTO WS-RL-MESSAGE
001737         DISPLAY "CUSTMAINT: " RP-PREREQ
001738             " HAS NOT COMPLETED FOR " WS-BUS-DATE
001739         GO TO 1910-EXIT
001740     END-IF.
001741     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
001742         MOVE RP-STEP TO RL-STEP
001743         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001744         IF RL-ON-FILE AND RL-COMPLETE
001745             ADD 1 TO WS-RL-REFUSE-CNT
001746             MOVE SPACES TO WS-RL-MESSAGE
001747             STRING "OUT OF SEQUENCE AFTER " RP-STEP
001748                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
001749             DISPLAY "CUSTMAINT: " RP-STEP
001750                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
001751         END-IF
001752     END-IF.
001753 1910-EXIT.
001754     EXIT.

001755 1920-READ-LEDGER.
001756     MOVE WS-BUS-DATE TO RL-BUS-DATE.
001757     MOVE "Y" TO WS-RL-FOUND-SW.
001758     READ RUNLEDG KEY IS RL-KEY
001759         INVALID KEY
001760             MOVE "N" TO WS-RL-FOUND-SW
001761     END-READ.
001762 1920-EXIT.
001763     EXIT.

001764 1930-OPEN-LEDGER.
001765     OPEN I-O RUNLEDG.
001766     IF WS-RL-FS NOT = "00"
001767         OPEN OUTPUT RUNLEDG
001768         IF WS-RL-FS NOT = "00"
001769             DISPLAY "CUSTMAINT: ERROR OPENING RUNLEDG " WS-RL-FS
001770             STOP RUN
001771         END-IF
001772         CLOSE RUNLEDG
001773         OPEN I-O RUNLEDG
001774         IF WS-RL-FS NOT = "00"
001775             DISPLAY "CUSTMAINT: ERROR REOPENING RUNLEDG "
001776                 WS-RL-FS
001777             STOP RUN
001778         END-IF
001779     END-IF.
001780 1930-EXIT.
001781     EXIT.

001782*----------------------------------------------------------*
001783* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
001784*                   ENTRY FOR TODAY AS STARTED (S) OR       *
001785*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
001786*                   EARLIER CLEAN COMPLETION STANDING.      *
001787*----------------------------------------------------------*
001788 1940-POST-START.
001789     MOVE WS-RL-STEP TO RL-STEP.
001790     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001791     IF RL-ON-FILE AND RL-COMPLETE
001792         AND WS-RL-NEW-STATUS = "R"
001793         GO TO 1940-EXIT
001794     END-IF.
001795     IF NOT RL-ON-FILE
001796         INITIALIZE RUNLEDG-REC
001797         MOVE WS-BUS-DATE TO RL-BUS-DATE
001798         MOVE WS-RL-STEP TO RL-STEP
001799     END-IF.
001800     ADD 1 TO RL-RUN-COUNT.
001801     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
001802     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
001803     ACCEPT RL-START-TIME FROM TIME.
001804     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
001805     INITIALIZE RL-COUNTS.
001806     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
001807     IF RL-ON-FILE
001808         REWRITE RUNLEDG-REC
001809             INVALID KEY
001810                 DISPLAY "CUSTMAINT: RUNLEDG REWRITE FAILED "
001811                     WS-RL-FS
001812         END-REWRITE
001813     ELSE
001814         WRITE RUNLEDG-REC
001815             INVALID KEY
001816                 DISPLAY "CUSTMAINT: RUNLEDG WRITE FAILED "
001817                     WS-RL-FS
001818         END-WRITE
001819     END-IF.
001820 1940-EXIT.
001821     EXIT.

001822*----------------------------------------------------------*
001823* 2000-PROCESS-CARDS - READ THE NEXT PENDMST ITEM. AN       *
001824*                      APPROVED CUSTOMER CARD IS DISPATCHED *
001825*                      AS IT WAS KEYED, PROVIDED THE        *
001826*                      CHECKER IS NOT THE MAKER; OTHER      *
001827*                      ITEMS ARE LEFT FOR THEIR OWN         *
001828*                      PROGRAMS.                            *
001829*----------------------------------------------------------*
001830 2000-PROCESS-CARDS.
001831     READ PENDMST NEXT RECORD
001840         AT END
001850             MOVE "Y" TO WS-EOF-SW
001860             GO TO 2000-EXIT
001870     END-READ.
001872     IF NOT PN-TYPE-CUST OR NOT PN-APPROVED
001874         GO TO 2000-EXIT
001876     END-IF.
001878     MOVE PN-CARD-IMAGE TO CUC-REC.
001880     ADD 1 TO WS-CARDS-READ.
001881     MOVE WS-REJECT-CNT TO WS-PRIOR-REJECTS.
001882     IF PN-CHECKER-ID = SPACES OR PN-CHECKER-ID = PN-MAKER-ID
001883         PERFORM 7100-REFUSE-UNCHECKED THRU 7100-EXIT
001884         PERFORM 2100-RECORD-RESULT THRU 2100-EXIT
001885         GO TO 2000-EXIT
001886     END-IF.
001890     EVALUATE TRUE
001900         WHEN CUC-ADD
001910             PERFORM 3000-ADD-CUSTOMER THRU 3000-EXIT
001950             PERFORM 5000-LINK-ACCOUNT THRU 5000-EXIT
001960         WHEN OTHER
001970             PERFORM 7000-REJECT-CARD THRU 7000-EXIT
001971     END-EVALUATE.
001972     PERFORM 2100-RECORD-RESULT THRU 2100-EXIT.
001973 2000-EXIT.
001974     EXIT.

001975*----------------------------------------------------------*
001976* 2100-RECORD-RESULT - MARK THE PENDMST ITEM APPLIED, OR    *
001977*                      FAILED IF THE CARD WAS REJECTED,     *
001978*                      WITH THE MAINTENANCE LOG RESULT.     *
001979*----------------------------------------------------------*
001980 2100-RECORD-RESULT.
001981     IF WS-REJECT-CNT > WS-PRIOR-REJECTS
001982         MOVE "F" TO PN-STATUS
001983     ELSE
001984         MOVE "X" TO PN-STATUS
001985     END-IF.
001986     MOVE WS-LAST-RESULT TO PN-RESULT.
001987     MOVE WS-BUS-DATE TO PN-APPLIED-DATE.
001988     REWRITE PEND-REC
001989         INVALID KEY
001990             DISPLAY "CUSTMAINT: PENDMST REWRITE FAILED "
001991                 PN-PEND-ID " " WS-PN-FS
001992     END-REWRITE.
001993 2100-EXIT.
002000     EXIT.

002010*----------------------------------------------------------*
003230 7000-EXIT.
003240     EXIT.

003241*----------------------------------------------------------*
003242* 7100-REFUSE-UNCHECKED - THE ITEM CARRIES NO CHECKER, OR   *
003243*                         THE CHECKER IS THE MAKER.         *
003244*----------------------------------------------------------*
003245 7100-REFUSE-UNCHECKED.
003246     MOVE "NO INDEPENDENT APPROVAL" TO LOG-RESULT.
003247     PERFORM 9000-WRITE-LOG THRU 9000-EXIT.
003248     ADD 1 TO WS-REJECT-CNT.
003249 7100-EXIT.
003250     EXIT.

003251*----------------------------------------------------------*
003260* 9000-WRITE-LOG - WRITE ONE ENTRY TO THE MAINTENANCE LOG.  *
003270*----------------------------------------------------------*
003280 9000-WRITE-LOG.
003290     MOVE CUC-ACTION TO LOG-ACTION.
003300     MOVE CUC-CUST-ID TO LOG-CUST-ID.
003310     MOVE CUC-ACCT-NO TO LOG-ACCT-NO.
003315     MOVE LOG-RESULT TO WS-LAST-RESULT.
003320     WRITE LOG-REC.
003330 9000-EXIT.
003340     EXIT.
003830     DISPLAY "CUSTOMERS CHANGED : " WS-CHANGED-CNT.
003840     DISPLAY "ACCOUNTS LINKED   : " WS-LINKED-CNT.
003850     DISPLAY "CARDS REJECTED    : " WS-REJECT-CNT.
003860     CLOSE PENDMST CUSTMST ACCOUNT1 CMAINTLOG.
003870 8000-EXIT.
003880     EXIT.

003890*----------------------------------------------------------*
003900* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
003910*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
003920*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
003930*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
003940*----------------------------------------------------------*
003950 8900-LEDGER-END.
003955     INITIALIZE WS-RL-COUNTS.
003960     MOVE "CARDS" TO WS-RL-CNT-LABEL(1).
003970     MOVE WS-CARDS-READ TO WS-RL-CNT-VALUE(1).
003980     MOVE "ADDED" TO WS-RL-CNT-LABEL(2).
003990     MOVE WS-ADDED-CNT TO WS-RL-CNT-VALUE(2).
004000     MOVE "CHANGED" TO WS-RL-CNT-LABEL(3).
004010     MOVE WS-CHANGED-CNT TO WS-RL-CNT-VALUE(3).
004020     MOVE "REJECTED" TO WS-RL-CNT-LABEL(4).
004030     MOVE WS-REJECT-CNT TO WS-RL-CNT-VALUE(4).
004040     IF WS-REJECT-CNT > ZERO
004050         MOVE 4 TO WS-RL-RC
004060     END-IF.
004070     OPEN I-O RUNLEDG.
004080     IF WS-RL-FS NOT = "00"
004090         DISPLAY "CUSTMAINT: RUNLEDG NOT AVAILABLE " WS-RL-FS
004100         DISPLAY "CUSTMAINT: END OF RUN NOT RECORDED"
004110         GO TO 8900-EXIT
004120     END-IF.
004130     MOVE WS-RL-STEP TO RL-STEP.
004140     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
004150     IF NOT RL-ON-FILE
004160         INITIALIZE RUNLEDG-REC
004170         MOVE WS-BUS-DATE TO RL-BUS-DATE
004180         MOVE WS-RL-STEP TO RL-STEP
004190         MOVE 1 TO RL-RUN-COUNT
004200     END-IF.
004210     IF WS-RL-RC < 8
004220         MOVE "C" TO RL-STATUS
004230     ELSE
004240         MOVE "F" TO RL-STATUS
004250     END-IF.
004260     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
004270     ACCEPT RL-END-TIME FROM TIME.
004280     MOVE WS-RL-RC TO RL-RETURN-CODE.
004290     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
004300     MOVE WS-RL-COUNTS TO RL-COUNTS.
004310     IF RL-ON-FILE
004320         REWRITE RUNLEDG-REC
004330             INVALID KEY
004340                 DISPLAY "CUSTMAINT: RUNLEDG REWRITE FAILED "
004350                     WS-RL-FS
004360         END-REWRITE
004370     ELSE
004380         WRITE RUNLEDG-REC
004390             INVALID KEY
004400                 DISPLAY "CUSTMAINT: RUNLEDG WRITE FAILED "
004410                     WS-RL-FS
004420         END-WRITE
004430     END-IF.
004440     CLOSE RUNLEDG.
004450 8900-EXIT.
004460     EXIT.
