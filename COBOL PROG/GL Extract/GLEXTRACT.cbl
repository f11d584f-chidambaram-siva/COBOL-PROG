000210     ONE CREDIT LEG PER MOVEMENT CATEGORY, WITH GL ACCOUNT
000220     CODES TAKEN FROM THE GLMAP MAPPING FILE. THE EXTRACT IS
000230     REFUSED OUTRIGHT WHEN A MOVEMENT HAS NO MAPPING OR THE
000231     DEBIT AND CREDIT LEGS DO NOT NET TO ZERO.
000232     THE ODCTL RECORD FROM OVDRSCAN GIVES THE CHANGE IN
000233     OVERDRAWN (DEBIT) BALANCES SINCE ITS LAST RUN; CATEGORY
000234     ODR MOVES THAT CHANGE FROM THE DEPOSIT LIABILITY TO THE
000235     OVERDRAFT ASSET ACCOUNT (GLMAP DEBIT AND CREDIT
000236     ACCOUNTS), OR BACK AGAIN WHEN DEBIT BALANCES FALL, SO
000237     DEBIT BALANCES ARE NOT NETTED AGAINST DEPOSITS.
000238     ACCTMAINT CLOSE-OUT SETTLEMENTS COME FROM OPNCTL: FINAL
000239     INTEREST AND CLOSING FEES JOIN THE INT AND FEE
000240     MOVEMENTS, AND BALANCES PAID OUT GO TO CATEGORY CLX
000241     (TRANSFERRED TO ANOTHER ACCOUNT ON THE NEXT FEED) OR
000242     CHQ (OFFICIAL CHEQUES ISSUED).
000243     THE ESCCTL RECORD FROM ESCHEAT ADDS FINAL INTEREST ON
000244     ESCHEATED ACCOUNTS TO INT AND MOVES THE BALANCES
000245     ESCHEATED TO THE ESCHEAT LIABILITY UNDER CATEGORY ESC.
000250*----------------------------------------------------------*
000260* MODIFICATION HISTORY                                      *
000270*  DATE      BY   DESCRIPTION                                *
000280*  08/22/26  DLS  INITIAL VERSION.                           *
000282*  09/03/26  DLS  FEECTL SERVICE-CHARGE CONTROL FROM THE NEW *
000284*                 FEEPOST RUN CARRIED AS A NEW FEE MOVEMENT  *
000285*                 CATEGORY, MAPPED THROUGH GLMAP AS USUAL.   *
000286*  10/15/26  DLS  ODR CATEGORY FROM THE NEW OVDRSCAN ODCTL   *
000287*                 RECORD CARRIES DEBIT BALANCES AS A         *
000288*                 SEPARATE ASSET LINE. LEG TABLE RAISED TO   *
000289*                 20 ENTRIES.                                *
000290*  10/15/26  DLS  CLOSE-OUT SETTLEMENTS FROM OPNCTL: FINAL   *
000291*                 INTEREST AND CLOSING FEES ADDED TO INT AND *
000292*                 FEE; NEW CLX AND CHQ PAYOUT CATEGORIES.    *
000293*  10/15/26  DLS  ESCCTL FROM THE NEW ESCHEAT RUN: FINAL     *
000294*                 INTEREST ADDED TO INT; NEW ESC CATEGORY FOR*
000295*                 BALANCES MOVED TO THE ESCHEAT LIABILITY.   *
000296*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000297*                 RUNPREQ AT START; START, END, RETURN       *
000298*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000299*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000554     SELECT FEECTL ASSIGN TO FEECTL
000556         ORGANIZATION IS SEQUENTIAL
000558         FILE STATUS IS WS-FC-FS.
000559
000560     SELECT ODCTL ASSIGN TO ODCTL
000561         ORGANIZATION IS SEQUENTIAL
000562         FILE STATUS IS WS-OD-FS.
000563
000564     SELECT ESCCTL ASSIGN TO ESCCTL
000565         ORGANIZATION IS SEQUENTIAL
000566         FILE STATUS IS WS-EC-FS.
000567
000568     SELECT RUNPREQ ASSIGN TO RUNPREQ
000569         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-PQ-FS.
000571
000572     SELECT RUNLEDG ASSIGN TO RUNLEDG
000573         ORGANIZATION IS INDEXED
000574         ACCESS MODE IS DYNAMIC
000575         RECORD KEY IS RL-KEY
000576         FILE STATUS IS WS-RL-FS.
000577
000578 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CKPTFILE.
000600 01  CKPT-REC.
000876 01  FEECTL-REC.
000878     COPY FEECTLREC.
000880
000881 FD  ODCTL.
000882 01  ODCTL-REC.
000883     COPY ODCTLREC.
000884
000885 FD  ESCCTL.
000886 01  ESCCTL-REC.
000887     COPY ESCCTLREC.
000888
000889 FD  RUNPREQ.
000890 01  RUNPREQ-REC.
000891     COPY RUNPREQREC.
000892
000893 FD  RUNLEDG.
000894 01  RUNLEDG-REC.
000895     COPY RUNLEDREC.
000896
000897 WORKING-STORAGE SECTION.
000900 01  WS-CK-FS PIC X(02).
000910 01  WS-IC-FS PIC X(02).
000920 01  WS-OC-FS PIC X(02).
000940 01  WS-GL-FS PIC X(02).
000950 01  WS-BD-FS PIC X(02).
000952 01  WS-FC-FS PIC X(02).
000954 01  WS-OD-FS PIC X(02).
000956 01  WS-EC-FS PIC X(02).
000960 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.
000970
000980 01  WS-IC-PRESENT-SW PIC X(01) VALUE "N".
001010     88 OC-FILE-PRESENT VALUE "Y".
001012 01  WS-FC-PRESENT-SW PIC X(01) VALUE "N".
001014     88 FC-FILE-PRESENT VALUE "Y".
001015 01  WS-OD-PRESENT-SW PIC X(01) VALUE "N".
001016     88 OD-FILE-PRESENT VALUE "Y".
001017 01  WS-OD-DIR-SW PIC X(01) VALUE "U".
001018     88 OD-BALANCES-UP VALUE "U".
001019     88 OD-BALANCES-DOWN VALUE "D".
001020 01  WS-EC-PRESENT-SW PIC X(01) VALUE "N".
001021     88 EC-FILE-PRESENT VALUE "Y".
001022 01  WS-MAP-EOF-SW PIC X(01) VALUE "N".
001030     88 MAP-AT-EOF VALUE "Y".
001032 01  WS-MAP-FULL-SW PIC X(01) VALUE "N".
001034     88 MAP-FULL-WARNED VALUE "Y".
001160 01  WS-INTEREST-POSTED PIC 9(09)V99 VALUE ZERO.
001170 01  WS-OPENED-BAL PIC 9(09)V99 VALUE ZERO.
001172 01  WS-FEES-CHARGED PIC 9(09)V99 VALUE ZERO.
001173 01  WS-CLOSE-INTEREST PIC 9(09)V99 VALUE ZERO.
001174 01  WS-CLOSE-FEES PIC 9(09)V99 VALUE ZERO.
001175 01  WS-XFER-PAYOUT PIC 9(09)V99 VALUE ZERO.
001176 01  WS-CHEQUE-PAYOUT PIC 9(09)V99 VALUE ZERO.
001177 01  WS-OD-CHANGE PIC 9(09)V99 VALUE ZERO.
001178 01  WS-ESCH-INTEREST PIC 9(09)V99 VALUE ZERO.
001179 01  WS-ESCHEATED PIC 9(09)V99 VALUE ZERO.
001180
001190 01  WS-MAP-COUNT PIC 9(03) COMP VALUE ZERO.
001200 01  WS-MAP-MAX PIC 9(03) COMP VALUE 50.
001280 01  WS-LEG-COUNT PIC 9(03) COMP VALUE ZERO.
001290 01  WS-LEG-IDX PIC 9(03) COMP VALUE ZERO.
001300 01  LEG-TABLE.
001310     05 LEG-ENTRY OCCURS 20 TIMES.
001320        10 LT-CATEGORY PIC X(04).
001330        10 LT-DR-CR PIC X(01).
001340        10 LT-ACCT-CODE PIC X(08).
001380 01  WS-WORK-AMOUNT PIC 9(09)V99 VALUE ZERO.
001390 01  WS-DR-TOTAL PIC 9(11)V99 VALUE ZERO.
001400 01  WS-CR-TOTAL PIC 9(11)V99 VALUE ZERO.
001401
001402 01  WS-PQ-FS PIC X(02).
001403 01  WS-RL-FS PIC X(02).
001404 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
001405     88 RP-AT-EOF VALUE "Y".
001406 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
001407     88 RL-ON-FILE VALUE "Y".
001408 01  WS-RL-STEP PIC X(10) VALUE "GLEXTRACT".
001409 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
001410 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
001411 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
001412 01  WS-RL-RC PIC 9(04) VALUE ZERO.
001413 01  WS-RL-COUNTS.
001414     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
001415        10 WS-RL-CNT-LABEL PIC X(10).
001416        10 WS-RL-CNT-VALUE PIC 9(09).
001417
001420 PROCEDURE DIVISION.
001430
001440 0000-MAINLINE.
001480     PERFORM 4000-BALANCE-CHECK THRU 4000-EXIT.
001490     IF EXTRACT-REFUSED
001500         DISPLAY "GLEXTRACT: NO INTERFACE FILE PRODUCED"
001503         MOVE 8 TO WS-RL-RC
001506         MOVE "EXTRACT REFUSED - NOT PRODUCED" TO WS-RL-MESSAGE
001510         PERFORM 9000-FINALIZE THRU 9000-EXIT
001515         PERFORM 8900-LEDGER-END THRU 8900-EXIT
001520         STOP RUN
001530     END-IF.
001540     PERFORM 5000-WRITE-EXTRACT THRU 5000-EXIT.
001550     PERFORM 9000-FINALIZE THRU 9000-EXIT.
001555     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001560     STOP RUN.
001570
001580*----------------------------------------------------------*
001610*----------------------------------------------------------*
001620 1000-INITIALIZE.
001630     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001635     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001640     OPEN INPUT CKPTFILE.
001650     IF WS-CK-FS NOT = "00"
001660         DISPLAY "GLEXTRACT: ERROR OPENING CKPTFILE " WS-CK-FS
001762     OPEN INPUT FEECTL.
001764     IF WS-FC-FS = "00"
001766         MOVE "Y" TO WS-FC-PRESENT-SW
001767     END-IF.
001768     OPEN INPUT ODCTL.
001769     IF WS-OD-FS = "00"
001770         MOVE "Y" TO WS-OD-PRESENT-SW
001771     END-IF.
001772     OPEN INPUT ESCCTL.
001773     IF WS-EC-FS = "00"
001774         MOVE "Y" TO WS-EC-PRESENT-SW
001775     END-IF.
001776     OPEN INPUT GLMAP.
001780     IF WS-GM-FS NOT = "00"
001790         DISPLAY "GLEXTRACT: ERROR OPENING GLMAP " WS-GM-FS
001800         DISPLAY "GLEXTRACT: NO MAPPING - EXTRACT REFUSED"
002267             MOVE "Y" TO WS-MAP-FULL-SW
002268         END-IF
002270     END-IF.
002271 1200-EXIT.
002272     EXIT.
002273
002274*----------------------------------------------------------*
002275* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
002276*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
002277*                     AND RECORD THE START OF THE RUN. THE  *
002278*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
002279*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
002280*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
002281*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
002282*                     COMPLETED.                            *
002283*----------------------------------------------------------*
002284 1900-LEDGER-START.
002285     OPEN INPUT RUNPREQ.
002286     IF WS-PQ-FS NOT = "00"
002287         DISPLAY "*** GLEXTRACT REFUSED ***"
002288         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
002289             WS-PQ-FS
002290         STOP RUN
002291     END-IF.
002292     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
002293     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
002294         UNTIL RP-AT-EOF.
002295     CLOSE RUNPREQ.
002296     IF WS-RL-REFUSE-CNT > ZERO
002297         MOVE "R" TO WS-RL-NEW-STATUS
002298         PERFORM 1940-POST-START THRU 1940-EXIT
002299         CLOSE RUNLEDG
002300         DISPLAY "*** GLEXTRACT REFUSED ***"
002301         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
002302             "DATE " WS-BUS-DATE
002303         STOP RUN
002304     END-IF.
002305     MOVE "S" TO WS-RL-NEW-STATUS.
002306     PERFORM 1940-POST-START THRU 1940-EXIT.
002307     CLOSE RUNLEDG.
002308 1900-EXIT.
002309     EXIT.
002310
002311 1910-CHECK-PREREQ.
002312     READ RUNPREQ
002313         AT END
002314             MOVE "Y" TO WS-RP-EOF-SW
002315             GO TO 1910-EXIT
002316     END-READ.
002317     IF RP-STEP = WS-RL-STEP
002318         MOVE RP-PREREQ TO RL-STEP
002319         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002320         IF RL-ON-FILE AND RL-COMPLETE
002321             GO TO 1910-EXIT
002322         END-IF
002323         IF NOT RL-ON-FILE AND RP-MONTH-END
002324             GO TO 1910-EXIT
002325         END-IF
002326         ADD 1 TO WS-RL-REFUSE-CNT
002327         MOVE SPACES TO WS-RL-MESSAGE
002328         STRING "AWAITING " RP-PREREQ
002329             DELIMITED BY SIZE INTO WS-RL-MESSAGE
002330         DISPLAY "GLEXTRACT: " RP-PREREQ
002331             " HAS NOT COMPLETED FOR " WS-BUS-DATE
002332         GO TO 1910-EXIT
002333     END-IF.
002334     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
002335         MOVE RP-STEP TO RL-STEP
002336         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002337         IF RL-ON-FILE AND RL-COMPLETE
002338             ADD 1 TO WS-RL-REFUSE-CNT
002339             MOVE SPACES TO WS-RL-MESSAGE
002340             STRING "OUT OF SEQUENCE AFTER " RP-STEP
002341                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
002342             DISPLAY "GLEXTRACT: " RP-STEP
002343                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
002344         END-IF
002345     END-IF.
002346 1910-EXIT.
002347     EXIT.
002348
002349 1920-READ-LEDGER.
002350     MOVE WS-BUS-DATE TO RL-BUS-DATE.
002351     MOVE "Y" TO WS-RL-FOUND-SW.
002352     READ RUNLEDG KEY IS RL-KEY
002353         INVALID KEY
002354             MOVE "N" TO WS-RL-FOUND-SW
002355     END-READ.
002356 1920-EXIT.
002357     EXIT.
002358
002359 1930-OPEN-LEDGER.
002360     OPEN I-O RUNLEDG.
002361     IF WS-RL-FS NOT = "00"
002362         OPEN OUTPUT RUNLEDG
002363         IF WS-RL-FS NOT = "00"
002364             DISPLAY "GLEXTRACT: ERROR OPENING RUNLEDG " WS-RL-FS
002365             STOP RUN
002366         END-IF
002367         CLOSE RUNLEDG
002368         OPEN I-O RUNLEDG
002369         IF WS-RL-FS NOT = "00"
002370             DISPLAY "GLEXTRACT: ERROR REOPENING RUNLEDG "
002371                 WS-RL-FS
002372             STOP RUN
002373         END-IF
002374     END-IF.
002375 1930-EXIT.
002376     EXIT.
002377
002378*----------------------------------------------------------*
002379* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
002380*                   ENTRY FOR TODAY AS STARTED (S) OR       *
002381*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
002382*                   EARLIER CLEAN COMPLETION STANDING.      *
002383*----------------------------------------------------------*
002384 1940-POST-START.
002385     MOVE WS-RL-STEP TO RL-STEP.
002386     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
002387     IF RL-ON-FILE AND RL-COMPLETE
002388         AND WS-RL-NEW-STATUS = "R"
002389         GO TO 1940-EXIT
002390     END-IF.
002391     IF NOT RL-ON-FILE
002392         INITIALIZE RUNLEDG-REC
002393         MOVE WS-BUS-DATE TO RL-BUS-DATE
002394         MOVE WS-RL-STEP TO RL-STEP
002395     END-IF.
002396     ADD 1 TO RL-RUN-COUNT.
002397     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
002398     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
002399     ACCEPT RL-START-TIME FROM TIME.
002400     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
002401     INITIALIZE RL-COUNTS.
002402     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
002403     IF RL-ON-FILE
002404         REWRITE RUNLEDG-REC
002405             INVALID KEY
002406                 DISPLAY "GLEXTRACT: RUNLEDG REWRITE FAILED "
002407                     WS-RL-FS
002408         END-REWRITE
002409     ELSE
002410         WRITE RUNLEDG-REC
002411             INVALID KEY
002412                 DISPLAY "GLEXTRACT: RUNLEDG WRITE FAILED "
002413                     WS-RL-FS
002414         END-WRITE
002415     END-IF.
002416 1940-EXIT.
002417     EXIT.
002418
002419*----------------------------------------------------------*
002420* 2000-LOAD-CONTROLS - FINAL CHECKPOINT FIGURES (LAST       *
002421*                      RECORD WINS, MUST BE A COMPLETE RUN  *
002422*                      STAMPED WITH TODAY'S DATE) PLUS THE  *
002423*                      INTEREST, OPENED-BALANCE/CLOSE-OUT,  *
002424*                      FEE, OVERDRAWN-BALANCE AND ESCHEAT   *
002425*                      CONTROLS WHEN STAMPED TODAY.         *
002426*----------------------------------------------------------*
002427 2000-LOAD-CONTROLS.
002428     PERFORM 2100-READ-CKPT THRU 2100-EXIT
002429         UNTIL WS-CK-FS = "10".
002430     IF WS-CKPT-REC-COUNT = ZERO
002431         DISPLAY "GLEXTRACT: CKPTFILE IS EMPTY - VSAMFILE"
002432         DISPLAY "HAS NOT RUN. EXTRACT REFUSED."
002440         MOVE "Y" TO WS-REFUSE-SW
002450         GO TO 2000-EXIT
002460     END-IF.
002790             NOT AT END
002800                 IF OC-BUS-DATE = WS-BUS-DATE
002810                     MOVE OC-TOTAL-OPENED-BAL TO WS-OPENED-BAL
002812                     MOVE OC-CLOSE-INTEREST TO WS-CLOSE-INTEREST
002814                     MOVE OC-CLOSE-FEES TO WS-CLOSE-FEES
002816                     MOVE OC-XFER-PAYOUT TO WS-XFER-PAYOUT
002818                     MOVE OC-CHEQUE-PAYOUT TO WS-CHEQUE-PAYOUT
002820                 ELSE
002830                     DISPLAY "GLEXTRACT: OPNCTL IS STAMPED "
002840                         OC-BUS-DATE " - NOT TODAY. IGNORED."
002882                 END-IF
002883         END-READ
002884     END-IF.
002885     IF OD-FILE-PRESENT
002886         READ ODCTL
002887             AT END
002888                 CONTINUE
002889             NOT AT END
002890                 IF OD-BUS-DATE = WS-BUS-DATE
002891                     PERFORM 2200-OD-CHANGE THRU 2200-EXIT
002892                 ELSE
002893                     DISPLAY "GLEXTRACT: ODCTL IS STAMPED "
002894                         OD-BUS-DATE " - NOT TODAY. IGNORED."
002895                 END-IF
002896         END-READ
002897     END-IF.
002898     IF EC-FILE-PRESENT
002899         READ ESCCTL
002900             AT END
002901                 CONTINUE
002902             NOT AT END
002903                 IF EC-BUS-DATE = WS-BUS-DATE
002904                     MOVE EC-ESCHEAT-INTEREST TO WS-ESCH-INTEREST
002905                     MOVE EC-ESCHEAT-TOTAL TO WS-ESCHEATED
002906                 ELSE
002907                     DISPLAY "GLEXTRACT: ESCCTL IS STAMPED "
002908                         EC-BUS-DATE " - NOT TODAY. IGNORED."
002909                 END-IF
002910         END-READ
002911     END-IF.
002912 2000-EXIT.
002913     EXIT.
002914
002915 2100-READ-CKPT.
002920     READ CKPTFILE
002930         AT END
002940             MOVE "10" TO WS-CK-FS
003020 2100-EXIT.
003030     EXIT.
003040
003041*----------------------------------------------------------*
003042* 2200-OD-CHANGE - THE DAY'S CHANGE IN TOTAL DEBIT BALANCES *
003043*                  AND WHETHER THEY ROSE OR FELL.           *
003044*----------------------------------------------------------*
003045 2200-OD-CHANGE.
003046     IF OD-TOTAL-DEBIT-BAL < OD-PRIOR-DEBIT-BAL
003047         MOVE "D" TO WS-OD-DIR-SW
003048         COMPUTE WS-OD-CHANGE =
003049             OD-PRIOR-DEBIT-BAL - OD-TOTAL-DEBIT-BAL
003050     ELSE
003051         MOVE "U" TO WS-OD-DIR-SW
003052         COMPUTE WS-OD-CHANGE =
003053             OD-TOTAL-DEBIT-BAL - OD-PRIOR-DEBIT-BAL
003054     END-IF.
003055 2200-EXIT.
003056     EXIT.
003057
003058*----------------------------------------------------------*
003060* 3000-BUILD-LEGS - ONE DEBIT AND ONE CREDIT LEG PER        *
003070*                   NON-ZERO MOVEMENT CATEGORY. A MOVEMENT  *
003080*                   WITH NO MAPPING REFUSES THE EXTRACT.    *
003180     MOVE WS-DEPOSITED-TOTAL TO WS-WORK-AMOUNT.
003190     PERFORM 3100-ADD-CATEGORY THRU 3100-EXIT.
003200     MOVE "INT " TO WS-WORK-CATEGORY.
003205     COMPUTE WS-WORK-AMOUNT =
003210         WS-INTEREST-POSTED + WS-CLOSE-INTEREST
003215             + WS-ESCH-INTEREST.
003220     PERFORM 3100-ADD-CATEGORY THRU 3100-EXIT.
003230     MOVE "OPN " TO WS-WORK-CATEGORY.
003240     MOVE WS-OPENED-BAL TO WS-WORK-AMOUNT.
003250     PERFORM 3100-ADD-CATEGORY THRU 3100-EXIT.
003252     MOVE "FEE " TO WS-WORK-CATEGORY.
003253     COMPUTE WS-WORK-AMOUNT =
003254         WS-FEES-CHARGED + WS-CLOSE-FEES.
003255     PERFORM 3100-ADD-CATEGORY THRU 3100-EXIT.
003256     MOVE "ODR " TO WS-WORK-CATEGORY.
003257     MOVE WS-OD-CHANGE TO WS-WORK-AMOUNT.
003258     PERFORM 3100-ADD-CATEGORY THRU 3100-EXIT.
003259     MOVE "CLX " TO WS-WORK-CATEGORY.
003260     MOVE WS-XFER-PAYOUT TO WS-WORK-AMOUNT.
003261     PERFORM 3100-ADD-CATEGORY THRU 3100-EXIT.
003262     MOVE "CHQ " TO WS-WORK-CATEGORY.
003263     MOVE WS-CHEQUE-PAYOUT TO WS-WORK-AMOUNT.
003264     PERFORM 3100-ADD-CATEGORY THRU 3100-EXIT.
003265     MOVE "ESC " TO WS-WORK-CATEGORY.
003266     MOVE WS-ESCHEATED TO WS-WORK-AMOUNT.
003267     PERFORM 3100-ADD-CATEGORY THRU 3100-EXIT.
003268 3000-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------*
003300* 3100-ADD-CATEGORY - LOOK UP THE MAPPING AND ADD THE PAIR  *
003305*                     OF LEGS FOR ONE NON-ZERO MOVEMENT. A  *
003310*                     FALL IN DEBIT BALANCES REVERSES THE   *
003315*                     ODR LEGS.                             *
003320*----------------------------------------------------------*
003330 3100-ADD-CATEGORY.
003340     IF WS-WORK-AMOUNT = ZERO
003470     MOVE WS-WORK-CATEGORY TO LT-CATEGORY(WS-LEG-COUNT).
003480     MOVE "D" TO LT-DR-CR(WS-LEG-COUNT).
003490     MOVE MT-DR-ACCT(WS-MAP-IDX) TO LT-ACCT-CODE(WS-LEG-COUNT).
003492     IF WS-WORK-CATEGORY = "ODR " AND OD-BALANCES-DOWN
003494         MOVE MT-CR-ACCT(WS-MAP-IDX)
003496             TO LT-ACCT-CODE(WS-LEG-COUNT)
003498     END-IF.
003500     MOVE WS-WORK-AMOUNT TO LT-AMOUNT(WS-LEG-COUNT).
003510     ADD WS-WORK-AMOUNT TO WS-DR-TOTAL.
003520     ADD 1 TO WS-LEG-COUNT.
003530     MOVE WS-WORK-CATEGORY TO LT-CATEGORY(WS-LEG-COUNT).
003540     MOVE "C" TO LT-DR-CR(WS-LEG-COUNT).
003550     MOVE MT-CR-ACCT(WS-MAP-IDX) TO LT-ACCT-CODE(WS-LEG-COUNT).
003552     IF WS-WORK-CATEGORY = "ODR " AND OD-BALANCES-DOWN
003554         MOVE MT-DR-ACCT(WS-MAP-IDX)
003556             TO LT-ACCT-CODE(WS-LEG-COUNT)
003558     END-IF.
003560     MOVE WS-WORK-AMOUNT TO LT-AMOUNT(WS-LEG-COUNT).
003570     ADD WS-WORK-AMOUNT TO WS-CR-TOTAL.
003580 3100-EXIT.
004210     MOVE LT-ACCT-CODE(WS-LEG-IDX) TO GL-ACCT-CODE.
004220     MOVE LT-AMOUNT(WS-LEG-IDX) TO GL-AMOUNT.
004230     WRITE GL-REC.
004231     ADD 1 TO WS-LEG-IDX.
004232 5100-EXIT.
004233     EXIT.
004234
004235*----------------------------------------------------------*
004236* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
004237*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
004238*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
004239*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
004240*----------------------------------------------------------*
004241 8900-LEDGER-END.
004242     INITIALIZE WS-RL-COUNTS.
004243     MOVE "MAPPINGS" TO WS-RL-CNT-LABEL(1).
004244     MOVE WS-MAP-COUNT TO WS-RL-CNT-VALUE(1).
004245     MOVE "LEGS" TO WS-RL-CNT-LABEL(2).
004246     MOVE WS-LEG-COUNT TO WS-RL-CNT-VALUE(2).
004247     OPEN I-O RUNLEDG.
004248     IF WS-RL-FS NOT = "00"
004249         DISPLAY "GLEXTRACT: RUNLEDG NOT AVAILABLE " WS-RL-FS
004250         DISPLAY "GLEXTRACT: END OF RUN NOT RECORDED"
004251         GO TO 8900-EXIT
004252     END-IF.
004253     MOVE WS-RL-STEP TO RL-STEP.
004254     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
004255     IF NOT RL-ON-FILE
004256         INITIALIZE RUNLEDG-REC
004257         MOVE WS-BUS-DATE TO RL-BUS-DATE
004258         MOVE WS-RL-STEP TO RL-STEP
004259         MOVE 1 TO RL-RUN-COUNT
004260     END-IF.
004261     IF WS-RL-RC < 8
004262         MOVE "C" TO RL-STATUS
004263     ELSE
004264         MOVE "F" TO RL-STATUS
004265     END-IF.
004266     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
004267     ACCEPT RL-END-TIME FROM TIME.
004268     MOVE WS-RL-RC TO RL-RETURN-CODE.
004269     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
004270     MOVE WS-RL-COUNTS TO RL-COUNTS.
004271     IF RL-ON-FILE
004272         REWRITE RUNLEDG-REC
004273             INVALID KEY
004274                 DISPLAY "GLEXTRACT: RUNLEDG REWRITE FAILED "
004275                     WS-RL-FS
004276         END-REWRITE
004277     ELSE
004278         WRITE RUNLEDG-REC
004279             INVALID KEY
004280                 DISPLAY "GLEXTRACT: RUNLEDG WRITE FAILED "
004281                     WS-RL-FS
004282         END-WRITE
004283     END-IF.
004284     CLOSE RUNLEDG.
004285 8900-EXIT.
004286     EXIT.
004287
004288*----------------------------------------------------------*
004290* 9000-FINALIZE - CLOSE THE CONTROL FILES.                  *
004300*----------------------------------------------------------*
004310 9000-FINALIZE.
004382     IF FC-FILE-PRESENT
004384         CLOSE FEECTL
004386     END-IF.
004387     IF OD-FILE-PRESENT
004388         CLOSE ODCTL
004389     END-IF.
004390     IF EC-FILE-PRESENT
004391         CLOSE ESCCTL
004392     END-IF.
004393 9000-EXIT.
004400     EXIT.
