000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PENDAPPR.
000120 AUTHOR. D L SYSTEMS GROUP.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160 REMARKS. MAINTENANCE-CHANGE APPROVAL (CHECKER SIDE OF
000170     MAKER-CHECKER). EACH APPRCARD NAMES A PENDING ID ON
000180     PENDMST, A DECISION (A = APPROVE, D = DECLINE), THE
000190     CHECKING OPERATOR'S ID AND AN OPTIONAL REASON. A
000200     DECISION IS REFUSED WHEN THE ITEM IS NOT PENDING, IS
000210     PAST ITS EXPIRY DATE, CARRIES NO CHECKER ID, OR THE
000220     CHECKER IS THE OPERATOR WHO KEYED THE CARD. APPROVED
000230     ITEMS ARE APPLIED BY THE NEXT ACCTMAINT, CUSTMAINT,
000240     HOLDMAINT OR STORMAINT RUN. AFTER THE CARDS, ANY ITEM
000250     STILL PENDING ON OR AFTER ITS EXPIRY DATE IS EXPIRED.
000260     EVERY DECISION AND EXPIRY IS LISTED ON APPRRPT.
000270*----------------------------------------------------------*
000280* MODIFICATION HISTORY                                      *
000290*  DATE      BY   DESCRIPTION                                *
000300*  10/15/26  DLS  INITIAL VERSION.                           *
000302*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000304*                 RUNPREQ AT START; START, END, RETURN       *
000306*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000310*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT APPRCARD ASSIGN TO APPRCARD
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-AP-FS.
000380
000390     SELECT PENDMST ASSIGN TO PENDMST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PN-PEND-ID
000430         FILE STATUS IS WS-PN-FS.
000440
000450     SELECT APPRRPT ASSIGN TO APPRRPT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-RPT-FS.
000480
000490     SELECT BUSDATE ASSIGN TO BUSDATE
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-BD-FS.
000520
000521     SELECT RUNPREQ ASSIGN TO RUNPREQ
000522         ORGANIZATION IS SEQUENTIAL
000523         FILE STATUS IS WS-PQ-FS.
000524
000525     SELECT RUNLEDG ASSIGN TO RUNLEDG
000526         ORGANIZATION IS INDEXED
000527         ACCESS MODE IS DYNAMIC
000528         RECORD KEY IS RL-KEY
000529         FILE STATUS IS WS-RL-FS.
000530
000535 DATA DIVISION.
000540 FILE SECTION.
000550 FD  APPRCARD.
000560 01  AP-REC.
000570     05 AP-PEND-ID PIC X(12).
000580     05 AP-DECISION PIC X(01).
000590        88 AP-APPROVE VALUE "A".
000600        88 AP-DECLINE VALUE "D".
000610     05 AP-CHECKER-ID PIC X(08).
000620     05 AP-REASON PIC X(20).
000630
000640 FD  PENDMST.
000650 01  PEND-REC.
000660     COPY PENDREC.
000670
000680 FD  APPRRPT.
000690 01  RPT-LINE PIC X(132).
000700
000710 FD  BUSDATE.
000720 01  BUSDATE-REC.
000730     COPY BUSDTREC.
000740
000741 FD  RUNPREQ.
000742 01  RUNPREQ-REC.
000743     COPY RUNPREQREC.
000744
000745 FD  RUNLEDG.
000746 01  RUNLEDG-REC.
000747     COPY RUNLEDREC.
000748
000750 WORKING-STORAGE SECTION.
000760 01  WS-AP-FS PIC X(02).
000770 01  WS-PN-FS PIC X(02).
000780     88 PN-FILE-OK VALUE "00".
000790 01  WS-RPT-FS PIC X(02).
000800 01  WS-BD-FS PIC X(02).
000810 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.
000820
000830 01  WS-AP-EOF-SW PIC X(01) VALUE "N".
000840     88 AP-AT-EOF VALUE "Y".
000850 01  WS-AP-PRESENT-SW PIC X(01) VALUE "N".
000860     88 AP-FILE-PRESENT VALUE "Y".
000870 01  WS-SCAN-EOF-SW PIC X(01) VALUE "N".
000880     88 SCAN-AT-EOF VALUE "Y".
000890 01  WS-PN-FOUND-SW PIC X(01) VALUE "N".
000900     88 PEND-ON-FILE VALUE "Y".
000910
000920 01  WS-CARDS-READ PIC 9(05) COMP VALUE ZERO.
000930 01  WS-APPROVED-CNT PIC 9(05) COMP VALUE ZERO.
000940 01  WS-DECLINED-CNT PIC 9(05) COMP VALUE ZERO.
000950 01  WS-REFUSED-CNT PIC 9(05) COMP VALUE ZERO.
000960 01  WS-EXPIRED-CNT PIC 9(05) COMP VALUE ZERO.
000970 01  WS-STILL-PENDING PIC 9(05) COMP VALUE ZERO.
000980
000990 01  WS-COLHDR-LINE.
001000     05 FILLER PIC X(02) VALUE SPACES.
001010     05 FILLER PIC X(14) VALUE "PENDING ID".
001020     05 FILLER PIC X(06) VALUE "TYPE".
001030     05 FILLER PIC X(05) VALUE "ACT".
001040     05 FILLER PIC X(12) VALUE "ITEM KEY".
001050     05 FILLER PIC X(10) VALUE "MAKER".
001060     05 FILLER PIC X(10) VALUE "CHECKER".
001070     05 FILLER PIC X(32) VALUE "OUTCOME".
001080     05 FILLER PIC X(41) VALUE "REASON".
001090
001100 01  WS-DTL-LINE.
001110     05 FILLER PIC X(02) VALUE SPACES.
001120     05 WS-DL-PEND-ID PIC X(12).
001130     05 FILLER PIC X(02) VALUE SPACES.
001140     05 WS-DL-TYPE PIC X(04).
001150     05 FILLER PIC X(02) VALUE SPACES.
001160     05 WS-DL-ACTION PIC X(01).
001170     05 FILLER PIC X(04) VALUE SPACES.
001180     05 WS-DL-KEY PIC X(10).
001190     05 FILLER PIC X(02) VALUE SPACES.
001200     05 WS-DL-MAKER PIC X(08).
001210     05 FILLER PIC X(02) VALUE SPACES.
001220     05 WS-DL-CHECKER PIC X(08).
001230     05 FILLER PIC X(02) VALUE SPACES.
001240     05 WS-DL-OUTCOME PIC X(30).
001250     05 FILLER PIC X(02) VALUE SPACES.
001260     05 WS-DL-REASON PIC X(20).
001270     05 FILLER PIC X(21) VALUE SPACES.
001280
001290 01  WS-SUM-LINE.
001300     05 FILLER PIC X(02) VALUE SPACES.
001310     05 WS-SL-LABEL PIC X(30).
001320     05 WS-SL-COUNT PIC ZZZZ9.
001330     05 FILLER PIC X(95) VALUE SPACES.
001340
001341 01  WS-PQ-FS PIC X(02).
001342 01  WS-RL-FS PIC X(02).
001343 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
001344     88 RP-AT-EOF VALUE "Y".
001345 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
001346     88 RL-ON-FILE VALUE "Y".
001347 01  WS-RL-STEP PIC X(10) VALUE "PENDAPPR".
001348 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
001349 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
001350 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
001351 01  WS-RL-RC PIC 9(04) VALUE ZERO.
001352 01  WS-RL-COUNTS.
001353     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
001354        10 WS-RL-CNT-LABEL PIC X(10).
001355        10 WS-RL-CNT-VALUE PIC 9(09).
001356
001357 PROCEDURE DIVISION.
001360
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001390     PERFORM 2000-PROCESS-DECISION THRU 2000-EXIT
001400         UNTIL AP-AT-EOF.
001410     PERFORM 3000-EXPIRE-PENDING THRU 3000-EXIT.
001420     PERFORM 7500-WRITE-SUMMARY THRU 7500-EXIT.
001430     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001435     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001440     STOP RUN.
001450
001460*----------------------------------------------------------*
001470* 1000-INITIALIZE - BUSINESS DATE AND THE FILES FOR THIS    *
001480*                   RUN. WITH NO APPRCARD THE RUN STILL     *
001490*                   EXPIRES OVERDUE ITEMS.                  *
001500*----------------------------------------------------------*
001510 1000-INITIALIZE.
001520     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001525     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001530     OPEN I-O PENDMST.
001540     IF NOT PN-FILE-OK
001550         DISPLAY "PENDAPPR: ERROR OPENING PENDMST " WS-PN-FS
001560         STOP RUN
001570     END-IF.
001580     OPEN INPUT APPRCARD.
001590     IF WS-AP-FS = "00"
001600         MOVE "Y" TO WS-AP-PRESENT-SW
001610     ELSE
001620         DISPLAY "PENDAPPR: APPRCARD NOT SUPPLIED " WS-AP-FS
001630         MOVE "Y" TO WS-AP-EOF-SW
001640     END-IF.
001650     OPEN OUTPUT APPRRPT.
001660     IF WS-RPT-FS NOT = "00"
001670         DISPLAY "PENDAPPR: ERROR OPENING APPRRPT " WS-RPT-FS
001680         STOP RUN
001690     END-IF.
001700     MOVE SPACES TO RPT-LINE.
001710     STRING "PENDAPPR - MAINTENANCE CHANGE APPROVALS FOR "
001720         "BUSINESS DATE " WS-BUS-DATE
001730         DELIMITED BY SIZE INTO RPT-LINE.
001740     WRITE RPT-LINE.
001750     MOVE WS-COLHDR-LINE TO RPT-LINE.
001760     WRITE RPT-LINE.
001770     MOVE ALL "-" TO RPT-LINE.
001780     WRITE RPT-LINE.
001790 1000-EXIT.
001800     EXIT.
001810
001820*----------------------------------------------------------*
001830* 1100-READ-BUSDATE - PICK UP THE CURRENT BUSINESS DATE.    *
001840*                     NO BATCH PROGRAM MAY RUN WITHOUT IT.  *
001850*----------------------------------------------------------*
001860 1100-READ-BUSDATE.
001870     OPEN INPUT BUSDATE.
001880     IF WS-BD-FS NOT = "00"
001890         DISPLAY "PENDAPPR: BUSDATE NOT AVAILABLE " WS-BD-FS
001900         DISPLAY "PENDAPPR: RUN CANNOT START WITHOUT A"
001910         DISPLAY "BUSINESS DATE"
001920         STOP RUN
001930     END-IF.
001940     READ BUSDATE
001950         AT END
001960             DISPLAY "PENDAPPR: BUSDATE FILE IS EMPTY"
001970             CLOSE BUSDATE
001980             STOP RUN
001990         NOT AT END
002000             MOVE BD-BUS-DATE TO WS-BUS-DATE
002010     END-READ.
002020     CLOSE BUSDATE.
002030     DISPLAY "PENDAPPR: BUSINESS DATE " WS-BUS-DATE.
002040 1100-EXIT.
002050     EXIT.
002060
002061*----------------------------------------------------------*
002062* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
002063*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
002064*                     AND RECORD THE START OF THE RUN. THE  *
002065*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
002066*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
002067*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
002068*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
002069*                     COMPLETED.                            *
002070*----------------------------------------------------------*
002071 1900-LEDGER-START.
002072     OPEN INPUT RUNPREQ.
002073     IF WS-PQ-FS NOT = "00"
002074         DISPLAY "*** PENDAPPR REFUSED ***"
002075         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
002076             WS-PQ-FS
002077         STOP RUN
002078     END-IF.
002079     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
002080     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
002081         UNTIL RP-AT-EOF.
002082     CLOSE RUNPREQ.
002083     IF WS-RL-REFUSE-CNT > ZERO
002084         MOVE "R" TO WS-RL-NEW-STATUS
002085         PERFORM 1940-POST-START THRU 1940-EXIT
002086         CLOSE RUNLEDG
002087         DISPLAY "*** PENDAPPR REFUSED ***"
002088         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
002089             "DATE " WS-BUS-DATE
002090         STOP RUN
002091     END-IF.
002092     MOVE "S" TO WS-RL-NEW-STATUS.
002093     PERFORM 1940-POST-START THRU 1940-EXIT.
002094     CLOSE RUNLEDG.
002095 1900-EXIT.
002096     EXIT.
002097
002098 1910-CHECK-PREREQ.
002099     READ RUNPREQ
002100         AT END
002101             MOVE "Y" TO WS-RP-EOF-SW
002102             GO TO 1910-EXIT
002103     END-READ.
002104     IF RP-STEP = WS-RL-STEP
002105         MOVE RP-PREREQ TO RL-STEP
002106         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002107         IF RL-ON-FILE AND RL-COMPLETE
002108             GO TO 1910-EXIT
002109         END-IF
002110         IF NOT RL-ON-FILE AND RP-MONTH-END
002111             GO TO 1910-EXIT
002112         END-IF
002113         ADD 1 TO WS-RL-REFUSE-CNT
002114         MOVE SPACES TO WS-RL-MESSAGE
002115         STRING "AWAITING " RP-PREREQ
002116             DELIMITED BY SIZE INTO WS-RL-MESSAGE
002117         DISPLAY "PENDAPPR: " RP-PREREQ
002118             " HAS NOT COMPLETED FOR " WS-BUS-DATE
002119         GO TO 1910-EXIT
002120     END-IF.
002121     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
002122         MOVE RP-STEP TO RL-STEP
002123         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002124         IF RL-ON-FILE AND RL-COMPLETE
002125             ADD 1 TO WS-RL-REFUSE-CNT
002126             MOVE SPACES TO WS-RL-MESSAGE
002127             STRING "OUT OF SEQUENCE AFTER " RP-STEP
002128                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
002129             DISPLAY "PENDAPPR: " RP-STEP
002130                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
002131         END-IF
002132     END-IF.
002133 1910-EXIT.
002134     EXIT.
002135
002136 1920-READ-LEDGER.
002137     MOVE WS-BUS-DATE TO RL-BUS-DATE.
002138     MOVE "Y" TO WS-RL-FOUND-SW.
002139     READ RUNLEDG KEY IS RL-KEY
002140         INVALID KEY
002141             MOVE "N" TO WS-RL-FOUND-SW
002142     END-READ.
002143 1920-EXIT.
002144     EXIT.
002145
002146 1930-OPEN-LEDGER.
002147     OPEN I-O RUNLEDG.
002148     IF WS-RL-FS NOT = "00"
002149         OPEN OUTPUT RUNLEDG
002150         IF WS-RL-FS NOT = "00"
002151             DISPLAY "PENDAPPR: ERROR OPENING RUNLEDG " WS-RL-FS
002152             STOP RUN
002153         END-IF
002154         CLOSE RUNLEDG
002155         OPEN I-O RUNLEDG
002156         IF WS-RL-FS NOT = "00"
002157             DISPLAY "PENDAPPR: ERROR REOPENING RUNLEDG " WS-RL-FS
002158             STOP RUN
002159         END-IF
002160     END-IF.
002161 1930-EXIT.
002162     EXIT.
002163
002164*----------------------------------------------------------*
002165* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
002166*                   ENTRY FOR TODAY AS STARTED (S) OR       *
002167*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
002168*                   EARLIER CLEAN COMPLETION STANDING.      *
002169*----------------------------------------------------------*
002170 1940-POST-START.
002171     MOVE WS-RL-STEP TO RL-STEP.
002172     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
002173     IF RL-ON-FILE AND RL-COMPLETE
002174         AND WS-RL-NEW-STATUS = "R"
002175         GO TO 1940-EXIT
002176     END-IF.
002177     IF NOT RL-ON-FILE
002178         INITIALIZE RUNLEDG-REC
002179         MOVE WS-BUS-DATE TO RL-BUS-DATE
002180         MOVE WS-RL-STEP TO RL-STEP
002181     END-IF.
002182     ADD 1 TO RL-RUN-COUNT.
002183     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
002184     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
002185     ACCEPT RL-START-TIME FROM TIME.
002186     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
002187     INITIALIZE RL-COUNTS.
002188     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
002189     IF RL-ON-FILE
002190         REWRITE RUNLEDG-REC
002191             INVALID KEY
002192                 DISPLAY "PENDAPPR: RUNLEDG REWRITE FAILED "
002193                     WS-RL-FS
002194         END-REWRITE
002195     ELSE
002196         WRITE RUNLEDG-REC
002197             INVALID KEY
002198                 DISPLAY "PENDAPPR: RUNLEDG WRITE FAILED "
002199                     WS-RL-FS
002200         END-WRITE
002201     END-IF.
002202 1940-EXIT.
002203     EXIT.
002204
002205*----------------------------------------------------------*
002206* 2000-PROCESS-DECISION - READ ONE APPROVAL CARD, CHECK IT  *
002207*                         AGAINST THE PENDING ITEM AND      *
002208*                         RECORD THE DECISION.              *
002209*----------------------------------------------------------*
002210 2000-PROCESS-DECISION.
002211     READ APPRCARD
002212         AT END
002213             MOVE "Y" TO WS-AP-EOF-SW
002214             GO TO 2000-EXIT
002215     END-READ.
002216     ADD 1 TO WS-CARDS-READ.
002217     MOVE "Y" TO WS-PN-FOUND-SW.
002218     MOVE AP-PEND-ID TO PN-PEND-ID.
002219     READ PENDMST KEY IS PN-PEND-ID
002220         INVALID KEY
002230             MOVE "N" TO WS-PN-FOUND-SW
002240     END-READ.
002250     IF NOT PEND-ON-FILE
002260         MOVE SPACES TO PEND-REC
002270         MOVE AP-PEND-ID TO PN-PEND-ID
002280         MOVE "REFUSED - NOT ON PENDMST" TO WS-DL-OUTCOME
002290         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
002300         GO TO 2000-EXIT
002310     END-IF.
002320     IF NOT PN-PENDING
002330         MOVE "REFUSED - NOT PENDING" TO WS-DL-OUTCOME
002340         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
002350         GO TO 2000-EXIT
002360     END-IF.
002370     IF PN-EXPIRY-DATE < WS-BUS-DATE
002380         MOVE "REFUSED - PAST EXPIRY DATE" TO WS-DL-OUTCOME
002390         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
002400         GO TO 2000-EXIT
002410     END-IF.
002420     IF AP-CHECKER-ID = SPACES
002430         MOVE "REFUSED - NO CHECKER ID" TO WS-DL-OUTCOME
002440         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
002450         GO TO 2000-EXIT
002460     END-IF.
002470     IF AP-CHECKER-ID = PN-MAKER-ID
002480         MOVE "REFUSED - CHECKER IS THE MAKER" TO WS-DL-OUTCOME
002490         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
002500         GO TO 2000-EXIT
002510     END-IF.
002520     IF NOT AP-APPROVE AND NOT AP-DECLINE
002530         MOVE "REFUSED - INVALID DECISION" TO WS-DL-OUTCOME
002540         PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
002550         GO TO 2000-EXIT
002560     END-IF.
002570     MOVE AP-CHECKER-ID TO PN-CHECKER-ID.
002580     MOVE WS-BUS-DATE TO PN-DECIDED-DATE.
002590     MOVE AP-REASON TO PN-REASON.
002600     IF AP-APPROVE
002610         MOVE "A" TO PN-STATUS
002620         MOVE "APPROVED" TO WS-DL-OUTCOME
002630     ELSE
002640         MOVE "D" TO PN-STATUS
002650         MOVE "DECLINED" TO WS-DL-OUTCOME
002660         IF PN-REASON = SPACES
002670             MOVE "DECLINED BY CHECKER" TO PN-REASON
002680         END-IF
002690     END-IF.
002700     REWRITE PEND-REC
002710         INVALID KEY
002720             MOVE "REFUSED - PENDMST REWRITE ERR"
002730                 TO WS-DL-OUTCOME
002740             PERFORM 2900-REFUSE-CARD THRU 2900-EXIT
002750             GO TO 2000-EXIT
002760     END-REWRITE.
002770     IF AP-APPROVE
002780         ADD 1 TO WS-APPROVED-CNT
002790     ELSE
002800         ADD 1 TO WS-DECLINED-CNT
002810     END-IF.
002820     MOVE PN-REASON TO WS-DL-REASON.
002830     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT.
002840 2000-EXIT.
002850     EXIT.
002860
002870*----------------------------------------------------------*
002880* 2900-REFUSE-CARD - LIST A DECISION THAT WAS NOT RECORDED. *
002890*                    THE PENDING ITEM IS LEFT AS IT WAS.    *
002900*----------------------------------------------------------*
002910 2900-REFUSE-CARD.
002920     MOVE AP-CHECKER-ID TO PN-CHECKER-ID.
002930     MOVE AP-REASON TO WS-DL-REASON.
002940     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT.
002950     ADD 1 TO WS-REFUSED-CNT.
002960 2900-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------*
003000* 3000-EXPIRE-PENDING - PASS THE WHOLE OF PENDMST. AN ITEM  *
003010*                       STILL PENDING ON OR AFTER ITS       *
003020*                       EXPIRY DATE IS EXPIRED AND WILL     *
003030*                       NEVER BE APPLIED; THE MAKER MUST    *
003040*                       KEY THE CARD AGAIN.                 *
003050*----------------------------------------------------------*
003060 3000-EXPIRE-PENDING.
003070     MOVE LOW-VALUES TO PN-PEND-ID.
003080     START PENDMST KEY IS NOT LESS THAN PN-PEND-ID
003090         INVALID KEY
003100             GO TO 3000-EXIT
003110     END-START.
003120     MOVE "N" TO WS-SCAN-EOF-SW.
003130     PERFORM 3100-EXPIRE-STEP THRU 3100-EXIT
003140         UNTIL SCAN-AT-EOF.
003150 3000-EXIT.
003160     EXIT.
003170
003180 3100-EXPIRE-STEP.
003190     READ PENDMST NEXT RECORD
003200         AT END
003210             MOVE "Y" TO WS-SCAN-EOF-SW
003220             GO TO 3100-EXIT
003230     END-READ.
003240     IF NOT PN-PENDING
003250         GO TO 3100-EXIT
003260     END-IF.
003270     IF PN-EXPIRY-DATE > WS-BUS-DATE
003280         ADD 1 TO WS-STILL-PENDING
003290         GO TO 3100-EXIT
003300     END-IF.
003310     MOVE "E" TO PN-STATUS.
003320     MOVE WS-BUS-DATE TO PN-DECIDED-DATE.
003330     MOVE "NOT APPROVED IN TIME" TO PN-REASON.
003340     REWRITE PEND-REC
003350         INVALID KEY
003360             DISPLAY "PENDAPPR: PENDMST REWRITE FAILED "
003370                 PN-PEND-ID " " WS-PN-FS
003380             GO TO 3100-EXIT
003390     END-REWRITE.
003400     ADD 1 TO WS-EXPIRED-CNT.
003410     MOVE "EXPIRED" TO WS-DL-OUTCOME.
003420     MOVE PN-REASON TO WS-DL-REASON.
003430     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT.
003440 3100-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------*
003480* 7000-WRITE-LISTING - ONE LINE PER DECISION OR EXPIRY.     *
003490*----------------------------------------------------------*
003500 7000-WRITE-LISTING.
003510     MOVE PN-PEND-ID TO WS-DL-PEND-ID.
003520     MOVE PN-MAINT-TYPE TO WS-DL-TYPE.
003530     MOVE PN-ACTION TO WS-DL-ACTION.
003540     MOVE PN-ITEM-KEY TO WS-DL-KEY.
003550     MOVE PN-MAKER-ID TO WS-DL-MAKER.
003560     MOVE PN-CHECKER-ID TO WS-DL-CHECKER.
003570     MOVE WS-DTL-LINE TO RPT-LINE.
003580     WRITE RPT-LINE.
003590 7000-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------*
003630* 7500-WRITE-SUMMARY - DECISION COUNTS AT THE FOOT OF       *
003640*                      APPRRPT.                             *
003650*----------------------------------------------------------*
003660 7500-WRITE-SUMMARY.
003670     MOVE SPACES TO RPT-LINE.
003680     WRITE RPT-LINE.
003690     MOVE "APPROVAL CARDS READ          :" TO WS-SL-LABEL.
003700     MOVE WS-CARDS-READ TO WS-SL-COUNT.
003710     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
003720     MOVE "CHANGES APPROVED             :" TO WS-SL-LABEL.
003730     MOVE WS-APPROVED-CNT TO WS-SL-COUNT.
003740     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
003750     MOVE "CHANGES DECLINED             :" TO WS-SL-LABEL.
003760     MOVE WS-DECLINED-CNT TO WS-SL-COUNT.
003770     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
003780     MOVE "DECISIONS REFUSED            :" TO WS-SL-LABEL.
003790     MOVE WS-REFUSED-CNT TO WS-SL-COUNT.
003800     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
003810     MOVE "CHANGES EXPIRED              :" TO WS-SL-LABEL.
003820     MOVE WS-EXPIRED-CNT TO WS-SL-COUNT.
003830     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
003840     MOVE "STILL AWAITING APPROVAL      :" TO WS-SL-LABEL.
003850     MOVE WS-STILL-PENDING TO WS-SL-COUNT.
003860     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
003870 7500-EXIT.
003880     EXIT.
003890
003900 7510-SUM-LINE.
003910     MOVE WS-SUM-LINE TO RPT-LINE.
003920     WRITE RPT-LINE.
003930 7510-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------*
003970* 8000-FINALIZE - PRINT THE RUN SUMMARY AND CLOSE FILES.    *
003980*----------------------------------------------------------*
003990 8000-FINALIZE.
004000     DISPLAY "PENDAPPR - MAINTENANCE APPROVAL SUMMARY".
004010     DISPLAY "APPROVAL CARDS READ  : " WS-CARDS-READ.
004020     DISPLAY "CHANGES APPROVED     : " WS-APPROVED-CNT.
004030     DISPLAY "CHANGES DECLINED     : " WS-DECLINED-CNT.
004040     DISPLAY "DECISIONS REFUSED    : " WS-REFUSED-CNT.
004050     DISPLAY "CHANGES EXPIRED      : " WS-EXPIRED-CNT.
004060     DISPLAY "STILL PENDING        : " WS-STILL-PENDING.
004070     IF AP-FILE-PRESENT
004080         CLOSE APPRCARD
004090     END-IF.
004100     CLOSE PENDMST APPRRPT.
004110 8000-EXIT.
004120     EXIT.
004130
004140*----------------------------------------------------------*
004150* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
004160*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
004170*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
004180*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
004190*----------------------------------------------------------*
004200 8900-LEDGER-END.
004205     INITIALIZE WS-RL-COUNTS.
004210     MOVE "CARDS" TO WS-RL-CNT-LABEL(1).
004220     MOVE WS-CARDS-READ TO WS-RL-CNT-VALUE(1).
004230     MOVE "APPROVED" TO WS-RL-CNT-LABEL(2).
004240     MOVE WS-APPROVED-CNT TO WS-RL-CNT-VALUE(2).
004250     MOVE "DECLINED" TO WS-RL-CNT-LABEL(3).
004260     MOVE WS-DECLINED-CNT TO WS-RL-CNT-VALUE(3).
004270     MOVE "EXPIRED" TO WS-RL-CNT-LABEL(4).
004280     MOVE WS-EXPIRED-CNT TO WS-RL-CNT-VALUE(4).
004290     IF WS-REFUSED-CNT > ZERO
004300         MOVE 4 TO WS-RL-RC
004310     END-IF.
004320     OPEN I-O RUNLEDG.
004330     IF WS-RL-FS NOT = "00"
004340         DISPLAY "PENDAPPR: RUNLEDG NOT AVAILABLE " WS-RL-FS
004350         DISPLAY "PENDAPPR: END OF RUN NOT RECORDED"
004360         GO TO 8900-EXIT
004370     END-IF.
004380     MOVE WS-RL-STEP TO RL-STEP.
004390     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
004400     IF NOT RL-ON-FILE
004410         INITIALIZE RUNLEDG-REC
004420         MOVE WS-BUS-DATE TO RL-BUS-DATE
004430         MOVE WS-RL-STEP TO RL-STEP
004440         MOVE 1 TO RL-RUN-COUNT
004450     END-IF.
004460     IF WS-RL-RC < 8
004470         MOVE "C" TO RL-STATUS
004480     ELSE
004490         MOVE "F" TO RL-STATUS
004500     END-IF.
004510     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
004520     ACCEPT RL-END-TIME FROM TIME.
004530     MOVE WS-RL-RC TO RL-RETURN-CODE.
004540     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
004550     MOVE WS-RL-COUNTS TO RL-COUNTS.
004560     IF RL-ON-FILE
004570         REWRITE RUNLEDG-REC
004580             INVALID KEY
004590                 DISPLAY "PENDAPPR: RUNLEDG REWRITE FAILED "
004600                     WS-RL-FS
004610         END-REWRITE
004620     ELSE
004630         WRITE RUNLEDG-REC
004640             INVALID KEY
004650                 DISPLAY "PENDAPPR: RUNLEDG WRITE FAILED "
004660                     WS-RL-FS
004670         END-WRITE
004680     END-IF.
004690     CLOSE RUNLEDG.
004700 8900-EXIT.
004710     EXIT.
