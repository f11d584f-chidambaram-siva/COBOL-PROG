000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ACHINBD.
000120 AUTHOR. D L SYSTEMS GROUP.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160 REMARKS. CLEARING-HOUSE INBOUND. READS THE DAY'S INBOUND
000170     ELECTRONIC PAYMENTS FILE (ACHFILE, ACHREC LAYOUT) AND
000180     PROVES IT IN A FIRST PASS: RECORD SEQUENCE, EVERY BATCH
000190     CONTROL'S ENTRY COUNT, DEBIT AND CREDIT TOTALS AGAINST
000200     ITS ENTRIES, AND THE FILE CONTROL'S BATCH COUNT, ENTRY
000210     COUNT AND TOTALS AGAINST ITS BATCHES. ENTRY COUNTS ARE
000220     ENTRY DETAIL RECORDS ONLY; ADDENDA ARE NOT COUNTED. A
000230     FILE THAT FAILS ANY CONTROL, OR WHOSE TRACE NUMBERS ARE
000240     ALREADY ON THE ACHREG REGISTER FOR TODAY (A DOUBLED
000250     TRANSMISSION), IS REFUSED WHOLE AND NOTHING IS LOADED.
000260     A BALANCED FILE IS LOADED IN A SECOND PASS: EVERY ENTRY
000270     IS REGISTERED ON ACHREG BY BUSINESS DATE AND TRACE
000280     NUMBER, AND EACH ENTRY THAT CAN POST IS CONVERTED TO THE
000290     RAWTRAN LAYOUT ON ACHRAW UNDER TR-CODE ACHI, WITH THE
000300     TRACE NUMBER AND ORIGINATING COMPANY IN TR-MEMO.
000310     OPERATIONS CONCATENATE ACHRAW WITH THE BRANCH RAWTRAN
000320     TRANSMISSION FOR TRANEDIT. AN ENTRY THAT COULD NEVER
000330     POST - AN ACCOUNT NUMBER THAT IS NOT ONE OF OURS OR FAILS
000340     THE MOD-10 CHECK DIGIT, OR AN AMOUNT OF ZERO OR OVER THE
000350     POSTING LIMIT - IS REGISTERED AS RETURNED AT INTAKE AND
000360     GOES BACK ON ACHRETN'S RETURNS FILE. A SECOND FILE
000370     RECEIVED THE SAME BUSINESS DATE IS ADDED TO THE ACHRAW
000373     ALREADY BUILT TODAY, AND A REFUSED FILE LEAVES THAT
000376     ACHRAW AS IT STANDS. INTAKE LISTING ON ACHRPT.
000380*----------------------------------------------------------*
000390* MODIFICATION HISTORY                                      *
000400*  DATE      BY   DESCRIPTION                                *
000410*  10/15/26  DLS  INITIAL VERSION.                           *
000412*  10/15/26  DLS  ACHRAW IS EXTENDED WHEN ACHREG ALREADY     *
000414*                 HOLDS ENTRIES FOR TODAY AND IS ONLY        *
000416*                 EMPTIED ON A REFUSAL WHEN IT DOES NOT.     *
000418*                 REGISTER FIELDS RENAMED RG-.               *
000420*----------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ACHFILE ASSIGN TO ACHFILE
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-ACH-FS.
000490
000500     SELECT ACHRAW ASSIGN TO ACHRAW
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-RAW-FS.
000530
000540     SELECT ACHREG ASSIGN TO ACHREG
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS RG-KEY
000580         FILE STATUS IS WS-REG-FS.
000590
000600     SELECT ACHRPT ASSIGN TO ACHRPT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-RPT-FS.
000630
000640     SELECT BUSDATE ASSIGN TO BUSDATE
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-BD-FS.
000670
000680     SELECT RUNPREQ ASSIGN TO RUNPREQ
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-PQ-FS.
000710
000720     SELECT RUNLEDG ASSIGN TO RUNLEDG
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS RL-KEY
000760         FILE STATUS IS WS-RL-FS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  ACHFILE.
000810 01  ACH-REC.
000820     COPY ACHREC.
000830
000840 FD  ACHRAW.
000850 01  RAW-REC.
000860     05 RAW-TRANSNO PIC X(10).
000870     05 RAW-TR-TYPE PIC X(01).
000880     05 RAW-TR-AMOUNT PIC 9(7)V99.
000890     05 RAW-TR-CODE PIC X(04).
000900     05 RAW-TR-MEMO PIC X(30).
000910
000920 FD  ACHREG.
000930 01  ACHREG-REC.
000940     COPY ACHREGREC.
000950
000960 FD  ACHRPT.
000970 01  RPT-LINE PIC X(132).
000980
000990 FD  BUSDATE.
001000 01  BUSDATE-REC.
001010     COPY BUSDTREC.
001020
001030 FD  RUNPREQ.
001040 01  RUNPREQ-REC.
001050     COPY RUNPREQREC.
001060
001070 FD  RUNLEDG.
001080 01  RUNLEDG-REC.
001090     COPY RUNLEDREC.
001100
001110 WORKING-STORAGE SECTION.
001120 01  WS-ACH-FS PIC X(02).
001130 01  WS-RAW-FS PIC X(02).
001140 01  WS-REG-FS PIC X(02).
001150     88 REG-FILE-OK VALUE "00".
001160 01  WS-RPT-FS PIC X(02).
001170 01  WS-BD-FS PIC X(02).
001180 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.
001190
001200 01  WS-ACH-EOF-SW PIC X(01) VALUE "N".
001210     88 ACH-AT-EOF VALUE "Y".
001220 01  WS-FH-SEEN-SW PIC X(01) VALUE "N".
001230     88 FILE-HEADER-SEEN VALUE "Y".
001240 01  WS-FC-SEEN-SW PIC X(01) VALUE "N".
001250     88 FILE-CONTROL-SEEN VALUE "Y".
001260 01  WS-IN-BATCH-SW PIC X(01) VALUE "N".
001270     88 IN-BATCH VALUE "Y".
001280 01  WS-REG-FOUND-SW PIC X(01) VALUE "N".
001290     88 REG-ON-FILE VALUE "Y".
001300 01  WS-DUP-SW PIC X(01) VALUE "N".
001310     88 DUP-TRACE VALUE "Y".
001320 01  WS-RAW-OPEN-SW PIC X(01) VALUE "N".
001330     88 RAW-IS-OPEN VALUE "Y".
001333 01  WS-REG-TODAY-SW PIC X(01) VALUE "N".
001336     88 REG-HAS-TODAY VALUE "Y".
001340
001350 01  WS-ERR-TEXT PIC X(40) VALUE SPACES.
001360 01  WS-RETURN-REASON PIC X(03) VALUE SPACES.
001370 01  WS-MAX-POST-AMT PIC 9(08)V99 VALUE 9999999.99.
001380
001390 01  WS-REC-CNT PIC 9(07) VALUE ZERO.
001400 01  WS-ERR-CNT PIC 9(05) VALUE ZERO.
001410 01  WS-DOUBLED-CNT PIC 9(07) VALUE ZERO.
001420 01  WS-DUP-CNT PIC 9(07) VALUE ZERO.
001430
001440 01  WS-BATCH-ACCUM.
001450     05 WS-BT-ENTRY-CNT PIC 9(06) VALUE ZERO.
001460     05 WS-BT-DEBIT PIC 9(10)V99 VALUE ZERO.
001470     05 WS-BT-CREDIT PIC 9(10)V99 VALUE ZERO.
001480     05 WS-BT-BATCH-NO PIC 9(07) VALUE ZERO.
001490     05 WS-BT-ORIGINATOR PIC X(10) VALUE SPACES.
001500     05 WS-BT-COMPANY PIC X(16) VALUE SPACES.
001510     05 WS-BT-SEC-CODE PIC X(03) VALUE SPACES.
001520
001530 01  WS-FILE-ACCUM.
001540     05 WS-FL-BATCH-CNT PIC 9(06) VALUE ZERO.
001550     05 WS-FL-ENTRY-CNT PIC 9(08) VALUE ZERO.
001560     05 WS-FL-DEBIT PIC 9(10)V99 VALUE ZERO.
001570     05 WS-FL-CREDIT PIC 9(10)V99 VALUE ZERO.
001580     05 WS-FL-FILE-DATE PIC 9(08) VALUE ZERO.
001590     05 WS-FL-ORIGIN-ID PIC X(10) VALUE SPACES.
001600     05 WS-FL-DEST-ID PIC X(10) VALUE SPACES.
001610
001620 01  WS-LOAD-TOTALS.
001630     05 WS-RCV-CR-CNT PIC 9(07) VALUE ZERO.
001640     05 WS-RCV-CR-AMT PIC 9(10)V99 VALUE ZERO.
001650     05 WS-RCV-DR-CNT PIC 9(07) VALUE ZERO.
001660     05 WS-RCV-DR-AMT PIC 9(10)V99 VALUE ZERO.
001670     05 WS-FWD-CR-CNT PIC 9(07) VALUE ZERO.
001680     05 WS-FWD-CR-AMT PIC 9(10)V99 VALUE ZERO.
001690     05 WS-FWD-DR-CNT PIC 9(07) VALUE ZERO.
001700     05 WS-FWD-DR-AMT PIC 9(10)V99 VALUE ZERO.
001710     05 WS-RET-CNT PIC 9(07) VALUE ZERO.
001720     05 WS-RET-AMT PIC 9(10)V99 VALUE ZERO.
001730
001740 01  WS-ACH-MEMO.
001750     05 WS-AM-TRACE-NO PIC X(15).
001760     05 FILLER PIC X(01) VALUE SPACE.
001770     05 WS-AM-COMPANY PIC X(14).
001780
001790 01  WS-CD-ACCT-X PIC X(10).
001800 01  WS-CD-ACCT-R REDEFINES WS-CD-ACCT-X.
001810     05 WS-CD-DIGIT PIC 9(01) OCCURS 10 TIMES.
001820 01  WS-CD-WORK PIC 9(02) COMP VALUE ZERO.
001830 01  WS-CD-SUM PIC 9(03) COMP VALUE ZERO.
001840 01  WS-CD-IDX PIC 9(02) COMP VALUE ZERO.
001850 01  WS-CD-Q PIC 9(03) COMP VALUE ZERO.
001860 01  WS-CD-R PIC 9(02) COMP VALUE ZERO.
001870 01  WS-CD-EXPECT PIC 9(02) COMP VALUE ZERO.
001880 01  WS-CD-OK-SW PIC X(01) VALUE "N".
001890     88 CHECK-DIGIT-OK VALUE "Y".
001900
001910 01  WS-ERR-LINE.
001920     05 FILLER PIC X(02) VALUE SPACES.
001930     05 FILLER PIC X(07) VALUE "RECORD ".
001940     05 WS-EL-REC-NO PIC ZZZZZZ9.
001950     05 FILLER PIC X(02) VALUE SPACES.
001960     05 FILLER PIC X(06) VALUE "BATCH ".
001970     05 WS-EL-BATCH-NO PIC ZZZZZZ9.
001980     05 FILLER PIC X(02) VALUE SPACES.
001990     05 WS-EL-TEXT PIC X(40).
002000     05 FILLER PIC X(59) VALUE SPACES.
002010
002020 01  WS-DTL-HDR-LINE.
002030     05 FILLER PIC X(02) VALUE SPACES.
002040     05 FILLER PIC X(09) VALUE "BATCH".
002050     05 FILLER PIC X(17) VALUE "TRACE NUMBER".
002060     05 FILLER PIC X(19) VALUE "ACCOUNT".
002070     05 FILLER PIC X(08) VALUE "DR/CR".
002080     05 FILLER PIC X(15) VALUE "       AMOUNT".
002090     05 FILLER PIC X(24) VALUE "NAME".
002100     05 FILLER PIC X(38) VALUE "DISPOSITION".
002110
002120 01  WS-DTL-LINE.
002130     05 FILLER PIC X(02) VALUE SPACES.
002140     05 WS-DL-BATCH-NO PIC 9(07).
002150     05 FILLER PIC X(02) VALUE SPACES.
002160     05 WS-DL-TRACE-NO PIC X(15).
002170     05 FILLER PIC X(02) VALUE SPACES.
002180     05 WS-DL-ACCT-NO PIC X(17).
002190     05 FILLER PIC X(02) VALUE SPACES.
002200     05 WS-DL-DR-CR PIC X(06).
002210     05 FILLER PIC X(02) VALUE SPACES.
002220     05 WS-DL-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
002230     05 FILLER PIC X(02) VALUE SPACES.
002240     05 WS-DL-NAME PIC X(22).
002250     05 FILLER PIC X(02) VALUE SPACES.
002260     05 WS-DL-DISP PIC X(25).
002270     05 FILLER PIC X(13) VALUE SPACES.
002280
002290 01  WS-TOT-LINE.
002300     05 FILLER PIC X(02) VALUE SPACES.
002310     05 WS-TL-LABEL PIC X(30).
002320     05 WS-TL-COUNT PIC ZZZZZZ9.
002330     05 FILLER PIC X(02) VALUE SPACES.
002340     05 WS-TL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
002350     05 FILLER PIC X(75) VALUE SPACES.
002360
002370 01  WS-PQ-FS PIC X(02).
002380 01  WS-RL-FS PIC X(02).
002390 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
002400     88 RP-AT-EOF VALUE "Y".
002410 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
002420     88 RL-ON-FILE VALUE "Y".
002430 01  WS-RL-STEP PIC X(10) VALUE "ACHINBD".
002440 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
002450 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
002460 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
002470 01  WS-RL-RC PIC 9(04) VALUE ZERO.
002480 01  WS-RL-COUNTS.
002490     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
002500        10 WS-RL-CNT-LABEL PIC X(10).
002510        10 WS-RL-CNT-VALUE PIC 9(09).
002520
002530 PROCEDURE DIVISION.
002540
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002570     PERFORM 2000-VALIDATE-RECORD THRU 2000-EXIT
002580         UNTIL ACH-AT-EOF.
002590     PERFORM 2900-CHECK-END-OF-FILE THRU 2900-EXIT.
002600     IF WS-ERR-CNT > ZERO
002610         PERFORM 7000-REFUSE-FILE THRU 7000-EXIT
002620     ELSE
002630         PERFORM 3000-START-LOAD THRU 3000-EXIT
002640         PERFORM 4000-LOAD-RECORD THRU 4000-EXIT
002650             UNTIL ACH-AT-EOF
002660         PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
002670     END-IF.
002680     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002690     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
002700     STOP RUN.
002710
002720*----------------------------------------------------------*
002730* 1000-INITIALIZE - OPEN THE CLEARING FILE, THE REGISTER    *
002740*                   AND THE INTAKE REPORT. ACHRAW IS ONLY   *
002750*                   OPENED ONCE THE FILE HAS PROVED.        *
002760*----------------------------------------------------------*
002770 1000-INITIALIZE.
002780     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
002790     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
002800     OPEN INPUT ACHFILE.
002810     IF WS-ACH-FS NOT = "00"
002820         DISPLAY "ACHINBD: ERROR OPENING ACHFILE " WS-ACH-FS
002830         STOP RUN
002840     END-IF.
002850     PERFORM 1200-OPEN-REGISTER THRU 1200-EXIT.
002855     PERFORM 1300-CHECK-TODAY THRU 1300-EXIT.
002860     OPEN OUTPUT ACHRPT.
002870     IF WS-RPT-FS NOT = "00"
002880         DISPLAY "ACHINBD: ERROR OPENING ACHRPT " WS-RPT-FS
002890         STOP RUN
002900     END-IF.
002910     MOVE "ACHINBD - CLEARING-HOUSE INBOUND INTAKE REPORT"
002920         TO RPT-LINE.
002930     WRITE RPT-LINE.
002940     MOVE ALL "-" TO RPT-LINE.
002950     WRITE RPT-LINE.
002960 1000-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------*
003000* 1100-READ-BUSDATE - PICK UP THE CURRENT BUSINESS DATE.    *
003010*                     NO BATCH PROGRAM MAY RUN WITHOUT IT.  *
003020*----------------------------------------------------------*
003030 1100-READ-BUSDATE.
003040     OPEN INPUT BUSDATE.
003050     IF WS-BD-FS NOT = "00"
003060         DISPLAY "ACHINBD: BUSDATE NOT AVAILABLE " WS-BD-FS
003070         DISPLAY "ACHINBD: RUN CANNOT START WITHOUT A"
003080         DISPLAY "BUSINESS DATE"
003090         STOP RUN
003100     END-IF.
003110     READ BUSDATE
003120         AT END
003130             DISPLAY "ACHINBD: BUSDATE FILE IS EMPTY"
003140             CLOSE BUSDATE
003150             STOP RUN
003160         NOT AT END
003170             MOVE BD-BUS-DATE TO WS-BUS-DATE
003180     END-READ.
003190     CLOSE BUSDATE.
003200     DISPLAY "ACHINBD: BUSINESS DATE " WS-BUS-DATE.
003210 1100-EXIT.
003220     EXIT.
003230
003235*----------------------------------------------------------*
003240* 1200-OPEN-REGISTER - OPEN ACHREG FOR UPDATE, CREATING IT  *
003245*                      ON THE FIRST RUN.                    *
003250*----------------------------------------------------------*
003255 1200-OPEN-REGISTER.
003260     OPEN I-O ACHREG.
003265     IF NOT REG-FILE-OK
003270         OPEN OUTPUT ACHREG
003275         IF NOT REG-FILE-OK
003280             DISPLAY "ACHINBD: ERROR OPENING ACHREG " WS-REG-FS
003285             STOP RUN
003290         END-IF
003295         CLOSE ACHREG
003300         OPEN I-O ACHREG
003305         IF NOT REG-FILE-OK
003310             DISPLAY "ACHINBD: ERROR REOPENING ACHREG "
003315                 WS-REG-FS
003320             STOP RUN
003325         END-IF
003330     END-IF.
003335 1200-EXIT.
003340     EXIT.
003345
003350*----------------------------------------------------------*
003355* 1300-CHECK-TODAY - AN ENTRY ALREADY ON ACHREG FOR TODAY   *
003360*                    MEANS AN EARLIER FILE WAS LOADED AND   *
003365*                    ITS ACHRAW MUST BE KEPT.               *
003370*----------------------------------------------------------*
003375 1300-CHECK-TODAY.
003380     MOVE WS-BUS-DATE TO RG-BUS-DATE.
003385     MOVE LOW-VALUES TO RG-TRACE-NO.
003390     START ACHREG KEY IS NOT LESS THAN RG-KEY
003395         INVALID KEY
003400             GO TO 1300-EXIT
003405     END-START.
003410     READ ACHREG NEXT RECORD
003415         AT END
003420             GO TO 1300-EXIT
003425     END-READ.
003430     IF RG-BUS-DATE = WS-BUS-DATE
003435         MOVE "Y" TO WS-REG-TODAY-SW
003440         DISPLAY "ACHINBD: ENTRIES ALREADY REGISTERED FOR "
003445             WS-BUS-DATE " - ACHRAW WILL BE EXTENDED"
003450     END-IF.
003455 1300-EXIT.
003460     EXIT.
003465
003470*----------------------------------------------------------*
003480* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
003490*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
003500*                     AND RECORD THE START OF THE RUN. THE  *
003510*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
003520*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
003530*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
003540*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
003550*                     COMPLETED.                            *
003560*----------------------------------------------------------*
003570 1900-LEDGER-START.
003580     OPEN INPUT RUNPREQ.
003590     IF WS-PQ-FS NOT = "00"
003600         DISPLAY "*** ACHINBD REFUSED ***"
003610         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
003620             WS-PQ-FS
003630         STOP RUN
003640     END-IF.
003650     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
003660     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
003670         UNTIL RP-AT-EOF.
003680     CLOSE RUNPREQ.
003690     IF WS-RL-REFUSE-CNT > ZERO
003700         MOVE "R" TO WS-RL-NEW-STATUS
003710         PERFORM 1940-POST-START THRU 1940-EXIT
003720         CLOSE RUNLEDG
003730         DISPLAY "*** ACHINBD REFUSED ***"
003740         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
003750             "DATE " WS-BUS-DATE
003760         STOP RUN
003770     END-IF.
003780     MOVE "S" TO WS-RL-NEW-STATUS.
003790     PERFORM 1940-POST-START THRU 1940-EXIT.
003800     CLOSE RUNLEDG.
003810 1900-EXIT.
003820     EXIT.
003830
003840 1910-CHECK-PREREQ.
003850     READ RUNPREQ
003860         AT END
003870             MOVE "Y" TO WS-RP-EOF-SW
003880             GO TO 1910-EXIT
003890     END-READ.
003900     IF RP-STEP = WS-RL-STEP
003910         MOVE RP-PREREQ TO RL-STEP
003920         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
003930         IF RL-ON-FILE AND RL-COMPLETE
003940             GO TO 1910-EXIT
003950         END-IF
003960         IF NOT RL-ON-FILE AND RP-MONTH-END
003970             GO TO 1910-EXIT
003980         END-IF
003990         ADD 1 TO WS-RL-REFUSE-CNT
004000         MOVE SPACES TO WS-RL-MESSAGE
004010         STRING "AWAITING " RP-PREREQ
004020             DELIMITED BY SIZE INTO WS-RL-MESSAGE
004030         DISPLAY "ACHINBD: " RP-PREREQ
004040             " HAS NOT COMPLETED FOR " WS-BUS-DATE
004050         GO TO 1910-EXIT
004060     END-IF.
004070     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
004080         MOVE RP-STEP TO RL-STEP
004090         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
004100         IF RL-ON-FILE AND RL-COMPLETE
004110             ADD 1 TO WS-RL-REFUSE-CNT
004120             MOVE SPACES TO WS-RL-MESSAGE
004130             STRING "OUT OF SEQUENCE AFTER " RP-STEP
004140                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
004150             DISPLAY "ACHINBD: " RP-STEP
004160                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
004170         END-IF
004180     END-IF.
004190 1910-EXIT.
004200     EXIT.
004210
004220 1920-READ-LEDGER.
004230     MOVE WS-BUS-DATE TO RL-BUS-DATE.
004240     MOVE "Y" TO WS-RL-FOUND-SW.
004250     READ RUNLEDG KEY IS RL-KEY
004260         INVALID KEY
004270             MOVE "N" TO WS-RL-FOUND-SW
004280     END-READ.
004290 1920-EXIT.
004300     EXIT.
004310
004320 1930-OPEN-LEDGER.
004330     OPEN I-O RUNLEDG.
004340     IF WS-RL-FS NOT = "00"
004350         OPEN OUTPUT RUNLEDG
004360         IF WS-RL-FS NOT = "00"
004370             DISPLAY "ACHINBD: ERROR OPENING RUNLEDG " WS-RL-FS
004380             STOP RUN
004390         END-IF
004400         CLOSE RUNLEDG
004410         OPEN I-O RUNLEDG
004420         IF WS-RL-FS NOT = "00"
004430             DISPLAY "ACHINBD: ERROR REOPENING RUNLEDG " WS-RL-FS
004440             STOP RUN
004450         END-IF
004460     END-IF.
004470 1930-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------*
004510* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
004520*                   ENTRY FOR TODAY AS STARTED (S) OR       *
004530*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
004540*                   EARLIER CLEAN COMPLETION STANDING.      *
004550*----------------------------------------------------------*
004560 1940-POST-START.
004570     MOVE WS-RL-STEP TO RL-STEP.
004580     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
004590     IF RL-ON-FILE AND RL-COMPLETE
004600         AND WS-RL-NEW-STATUS = "R"
004610         GO TO 1940-EXIT
004620     END-IF.
004630     IF NOT RL-ON-FILE
004640         INITIALIZE RUNLEDG-REC
004650         MOVE WS-BUS-DATE TO RL-BUS-DATE
004660         MOVE WS-RL-STEP TO RL-STEP
004670     END-IF.
004680     ADD 1 TO RL-RUN-COUNT.
004690     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
004700     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
004710     ACCEPT RL-START-TIME FROM TIME.
004720     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
004730     INITIALIZE RL-COUNTS.
004740     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
004750     IF RL-ON-FILE
004760         REWRITE RUNLEDG-REC
004770             INVALID KEY
004780                 DISPLAY "ACHINBD: RUNLEDG REWRITE FAILED "
004790                     WS-RL-FS
004800         END-REWRITE
004810     ELSE
004820         WRITE RUNLEDG-REC
004830             INVALID KEY
004840                 DISPLAY "ACHINBD: RUNLEDG WRITE FAILED "
004850                     WS-RL-FS
004860         END-WRITE
004870     END-IF.
004880 1940-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------*
004920* 2000-VALIDATE-RECORD - FIRST PASS. CHECK ONE RECORD FOR   *
004930*                        ITS PLACE IN THE FILE AND          *
004940*                        ACCUMULATE THE BATCH AND FILE      *
004950*                        TOTALS. NOTHING IS WRITTEN YET.    *
004960*                        ALL-NINES BLOCKING RECORDS AFTER   *
004970*                        THE FILE CONTROL ARE PADDING.      *
004980*----------------------------------------------------------*
004990 2000-VALIDATE-RECORD.
005000     READ ACHFILE
005010         AT END
005020             MOVE "Y" TO WS-ACH-EOF-SW
005030             GO TO 2000-EXIT
005040     END-READ.
005050     ADD 1 TO WS-REC-CNT.
005060     IF FILE-CONTROL-SEEN
005070         IF ACH-REC = ALL "9"
005080             GO TO 2000-EXIT
005090         END-IF
005100         MOVE "RECORD FOLLOWS THE FILE CONTROL" TO WS-ERR-TEXT
005110         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
005120         GO TO 2000-EXIT
005130     END-IF.
005140     IF NOT FILE-HEADER-SEEN AND NOT CH-FILE-HEADER
005150         MOVE "Y" TO WS-FH-SEEN-SW
005160         MOVE "FILE HEADER MISSING" TO WS-ERR-TEXT
005170         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
005180     END-IF.
005190     EVALUATE TRUE
005200         WHEN CH-FILE-HEADER
005210             PERFORM 2100-FILE-HEADER THRU 2100-EXIT
005220         WHEN CH-BATCH-HEADER
005230             PERFORM 2200-BATCH-HEADER THRU 2200-EXIT
005240         WHEN CH-ENTRY-DETAIL
005250             PERFORM 2300-ENTRY-DETAIL THRU 2300-EXIT
005260         WHEN CH-ADDENDA
005270             IF NOT IN-BATCH
005280                 MOVE "ADDENDA OUTSIDE A BATCH" TO WS-ERR-TEXT
005290                 PERFORM 2800-LOG-ERROR THRU 2800-EXIT
005300             END-IF
005310         WHEN CH-BATCH-CONTROL
005320             PERFORM 2500-BATCH-CONTROL THRU 2500-EXIT
005330         WHEN CH-FILE-CONTROL
005340             PERFORM 2600-FILE-CONTROL THRU 2600-EXIT
005350         WHEN OTHER
005360             MOVE "UNKNOWN RECORD TYPE" TO WS-ERR-TEXT
005370             PERFORM 2800-LOG-ERROR THRU 2800-EXIT
005380     END-EVALUATE.
005390 2000-EXIT.
005400     EXIT.
005410
005420 2100-FILE-HEADER.
005430     IF FILE-HEADER-SEEN
005440         MOVE "FILE HEADER OUT OF PLACE" TO WS-ERR-TEXT
005450         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
005460         GO TO 2100-EXIT
005470     END-IF.
005480     MOVE "Y" TO WS-FH-SEEN-SW.
005490     MOVE CH-FH-FILE-DATE TO WS-FL-FILE-DATE.
005500     MOVE CH-FH-ORIGIN-ID TO WS-FL-ORIGIN-ID.
005510     MOVE CH-FH-DEST-ID TO WS-FL-DEST-ID.
005520     DISPLAY "ACHINBD: FILE FROM " CH-FH-ORIGIN-NAME
005530         " DATED " CH-FH-FILE-DATE " ID " CH-FH-FILE-ID-MOD.
005540 2100-EXIT.
005550     EXIT.
005560
005570 2200-BATCH-HEADER.
005580     IF IN-BATCH
005590         MOVE "BATCH HEADER BEFORE BATCH CONTROL" TO WS-ERR-TEXT
005600         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
005610     END-IF.
005620     MOVE "Y" TO WS-IN-BATCH-SW.
005630     MOVE ZERO TO WS-BT-ENTRY-CNT WS-BT-DEBIT WS-BT-CREDIT.
005640     MOVE CH-BH-BATCH-NO TO WS-BT-BATCH-NO.
005650     MOVE CH-BH-ORIGINATOR-ID TO WS-BT-ORIGINATOR.
005660     MOVE CH-BH-COMPANY-NAME TO WS-BT-COMPANY.
005670     MOVE CH-BH-SEC-CODE TO WS-BT-SEC-CODE.
005680     ADD 1 TO WS-FL-BATCH-CNT.
005690 2200-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------*
005730* 2300-ENTRY-DETAIL - AN ENTRY MUST SIT INSIDE A BATCH AND  *
005740*                     CARRY A CREDIT OR DEBIT TRANSACTION   *
005750*                     CODE, A NUMERIC AMOUNT AND A TRACE    *
005760*                     NUMBER NOT ALREADY REGISTERED TODAY.  *
005770*----------------------------------------------------------*
005780 2300-ENTRY-DETAIL.
005790     IF NOT IN-BATCH
005800         MOVE "ENTRY OUTSIDE A BATCH" TO WS-ERR-TEXT
005810         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
005820         GO TO 2300-EXIT
005830     END-IF.
005840     IF CH-ED-AMOUNT NOT NUMERIC
005850         MOVE "ENTRY AMOUNT NOT NUMERIC" TO WS-ERR-TEXT
005860         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
005870         GO TO 2300-EXIT
005880     END-IF.
005890     IF CH-ED-TRAN-CODE NOT NUMERIC
005900         MOVE "ENTRY TRANSACTION CODE NOT NUMERIC" TO WS-ERR-TEXT
005910         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
005920         GO TO 2300-EXIT
005930     END-IF.
005940     EVALUATE TRUE
005950         WHEN CH-ED-CREDIT
005960             ADD 1 TO WS-BT-ENTRY-CNT
005970             ADD CH-ED-AMOUNT TO WS-BT-CREDIT
005980         WHEN CH-ED-DEBIT
005990             ADD 1 TO WS-BT-ENTRY-CNT
006000             ADD CH-ED-AMOUNT TO WS-BT-DEBIT
006010         WHEN OTHER
006020             MOVE "ENTRY TRANSACTION CODE NOT ACCEPTED"
006030                 TO WS-ERR-TEXT
006040             PERFORM 2800-LOG-ERROR THRU 2800-EXIT
006050             GO TO 2300-EXIT
006060     END-EVALUATE.
006070     IF CH-ED-TRACE-NO = SPACES
006080         MOVE "TRACE NUMBER MISSING" TO WS-ERR-TEXT
006090         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
006100         GO TO 2300-EXIT
006110     END-IF.
006120     MOVE WS-BUS-DATE TO RG-BUS-DATE.
006130     MOVE CH-ED-TRACE-NO TO RG-TRACE-NO.
006140     MOVE "Y" TO WS-REG-FOUND-SW.
006150     READ ACHREG KEY IS RG-KEY
006160         INVALID KEY
006170             MOVE "N" TO WS-REG-FOUND-SW
006180     END-READ.
006190     IF REG-ON-FILE
006200         ADD 1 TO WS-DOUBLED-CNT
006210         MOVE "TRACE ALREADY REGISTERED TODAY" TO WS-ERR-TEXT
006220         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
006230     END-IF.
006240 2300-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------*
006280* 2500-BATCH-CONTROL - THE BATCH CONTROL MUST AGREE WITH    *
006290*                      ITS BATCH HEADER AND WITH THE ENTRY  *
006300*                      COUNT AND TOTALS JUST ACCUMULATED.   *
006310*----------------------------------------------------------*
006320 2500-BATCH-CONTROL.
006330     IF NOT IN-BATCH
006340         MOVE "BATCH CONTROL OUTSIDE A BATCH" TO WS-ERR-TEXT
006350         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
006360         GO TO 2500-EXIT
006370     END-IF.
006380     IF CH-BC-BATCH-NO NOT = WS-BT-BATCH-NO
006390         OR CH-BC-ORIGINATOR-ID NOT = WS-BT-ORIGINATOR
006400         MOVE "BATCH CONTROL DOES NOT MATCH HEADER" TO WS-ERR-TEXT
006410         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
006420     END-IF.
006430     IF CH-BC-ENTRY-COUNT NOT = WS-BT-ENTRY-CNT
006440         MOVE "BATCH ENTRY COUNT OUT OF BALANCE" TO WS-ERR-TEXT
006450         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
006460     END-IF.
006470     IF CH-BC-DEBIT-TOTAL NOT = WS-BT-DEBIT
006480         MOVE "BATCH DEBIT TOTAL OUT OF BALANCE" TO WS-ERR-TEXT
006490         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
006500     END-IF.
006510     IF CH-BC-CREDIT-TOTAL NOT = WS-BT-CREDIT
006520         MOVE "BATCH CREDIT TOTAL OUT OF BALANCE" TO WS-ERR-TEXT
006530         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
006540     END-IF.
006550     ADD WS-BT-ENTRY-CNT TO WS-FL-ENTRY-CNT.
006560     ADD WS-BT-DEBIT TO WS-FL-DEBIT.
006570     ADD WS-BT-CREDIT TO WS-FL-CREDIT.
006580     MOVE "N" TO WS-IN-BATCH-SW.
006590 2500-EXIT.
006600     EXIT.
006610
006620*----------------------------------------------------------*
006630* 2600-FILE-CONTROL - THE FILE CONTROL MUST AGREE WITH THE  *
006640*                     BATCHES ACTUALLY READ.                *
006650*----------------------------------------------------------*
006660 2600-FILE-CONTROL.
006670     IF IN-BATCH
006680         MOVE "FILE CONTROL BEFORE BATCH CONTROL" TO WS-ERR-TEXT
006690         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
006700     END-IF.
006710     MOVE "Y" TO WS-FC-SEEN-SW.
006720     IF CH-FC-BATCH-COUNT NOT = WS-FL-BATCH-CNT
006730         MOVE "FILE BATCH COUNT OUT OF BALANCE" TO WS-ERR-TEXT
006740         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
006750     END-IF.
006760     IF CH-FC-ENTRY-COUNT NOT = WS-FL-ENTRY-CNT
006770         MOVE "FILE ENTRY COUNT OUT OF BALANCE" TO WS-ERR-TEXT
006780         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
006790     END-IF.
006800     IF CH-FC-DEBIT-TOTAL NOT = WS-FL-DEBIT
006810         MOVE "FILE DEBIT TOTAL OUT OF BALANCE" TO WS-ERR-TEXT
006820         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
006830     END-IF.
006840     IF CH-FC-CREDIT-TOTAL NOT = WS-FL-CREDIT
006850         MOVE "FILE CREDIT TOTAL OUT OF BALANCE" TO WS-ERR-TEXT
006860         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
006870     END-IF.
006880 2600-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------*
006920* 2800-LOG-ERROR - ONE REPORT LINE PER CONTROL FAILURE.     *
006930*----------------------------------------------------------*
006940 2800-LOG-ERROR.
006950     ADD 1 TO WS-ERR-CNT.
006960     MOVE WS-REC-CNT TO WS-EL-REC-NO.
006970     MOVE WS-BT-BATCH-NO TO WS-EL-BATCH-NO.
006980     MOVE WS-ERR-TEXT TO WS-EL-TEXT.
006990     MOVE WS-ERR-LINE TO RPT-LINE.
007000     WRITE RPT-LINE.
007010     DISPLAY "ACHINBD: RECORD " WS-REC-CNT " " WS-ERR-TEXT.
007020 2800-EXIT.
007030     EXIT.
007040
007050 2900-CHECK-END-OF-FILE.
007060     IF WS-REC-CNT = ZERO
007070         MOVE "CLEARING FILE IS EMPTY" TO WS-ERR-TEXT
007080         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
007090         GO TO 2900-EXIT
007100     END-IF.
007110     IF NOT FILE-CONTROL-SEEN
007120         MOVE "FILE CONTROL MISSING" TO WS-ERR-TEXT
007130         PERFORM 2800-LOG-ERROR THRU 2800-EXIT
007140     END-IF.
007150 2900-EXIT.
007160     EXIT.
007170
007180*----------------------------------------------------------*
007190* 3000-START-LOAD - THE FILE HAS PROVED. REREAD IT FROM THE *
007200*                   TOP AND OPEN THE RAWTRAN-FORMAT OUTPUT, *
007203*                   EXTENDING THE ACHRAW BUILT BY AN        *
007206*                   EARLIER FILE TODAY.                     *
007210*----------------------------------------------------------*
007220 3000-START-LOAD.
007230     CLOSE ACHFILE.
007240     OPEN INPUT ACHFILE.
007250     IF WS-ACH-FS NOT = "00"
007260         DISPLAY "ACHINBD: ERROR REOPENING ACHFILE " WS-ACH-FS
007270         STOP RUN
007280     END-IF.
007290     MOVE "N" TO WS-ACH-EOF-SW.
007300     IF REG-HAS-TODAY
007302         OPEN EXTEND ACHRAW
007304     ELSE
007306         OPEN OUTPUT ACHRAW
007308     END-IF.
007310     IF WS-RAW-FS NOT = "00"
007320         DISPLAY "ACHINBD: ERROR OPENING ACHRAW " WS-RAW-FS
007330         STOP RUN
007340     END-IF.
007350     MOVE "Y" TO WS-RAW-OPEN-SW.
007360     MOVE "FILE BALANCED - ENTRIES REGISTERED:" TO RPT-LINE.
007370     WRITE RPT-LINE.
007380     MOVE WS-DTL-HDR-LINE TO RPT-LINE.
007390     WRITE RPT-LINE.
007400 3000-EXIT.
007410     EXIT.
007420
007430*----------------------------------------------------------*
007440* 4000-LOAD-RECORD - SECOND PASS. BATCH HEADERS SUPPLY THE  *
007450*                    ORIGINATOR FOR THE ENTRIES THAT        *
007460*                    FOLLOW; EACH ENTRY IS REGISTERED.      *
007470*----------------------------------------------------------*
007480 4000-LOAD-RECORD.
007490     READ ACHFILE
007500         AT END
007510             MOVE "Y" TO WS-ACH-EOF-SW
007520             GO TO 4000-EXIT
007530     END-READ.
007540     IF CH-BATCH-HEADER
007550         MOVE CH-BH-BATCH-NO TO WS-BT-BATCH-NO
007560         MOVE CH-BH-ORIGINATOR-ID TO WS-BT-ORIGINATOR
007570         MOVE CH-BH-COMPANY-NAME TO WS-BT-COMPANY
007580         MOVE CH-BH-SEC-CODE TO WS-BT-SEC-CODE
007590     END-IF.
007600     IF CH-ENTRY-DETAIL
007610         PERFORM 4100-LOAD-ENTRY THRU 4100-EXIT
007620     END-IF.
007630 4000-EXIT.
007640     EXIT.
007650
007660*----------------------------------------------------------*
007670* 4100-LOAD-ENTRY - REGISTER THE ENTRY AS FORWARDED AND     *
007680*                   WRITE ITS RAWTRAN IMAGE, OR REGISTER IT *
007690*                   AS RETURNED AT INTAKE. A TRACE NUMBER   *
007700*                   REPEATED WITHIN THE FILE IS LISTED AND  *
007710*                   SKIPPED.                                *
007720*----------------------------------------------------------*
007730 4100-LOAD-ENTRY.
007740     INITIALIZE ACHREG-REC.
007750     MOVE WS-BUS-DATE TO RG-BUS-DATE.
007760     MOVE CH-ED-TRACE-NO TO RG-TRACE-NO.
007770     MOVE WS-FL-FILE-DATE TO RG-FILE-DATE.
007780     MOVE WS-FL-ORIGIN-ID TO RG-FH-ORIGIN-ID.
007790     MOVE WS-FL-DEST-ID TO RG-FH-DEST-ID.
007800     MOVE WS-BT-BATCH-NO TO RG-BATCH-NO.
007810     MOVE WS-BT-ORIGINATOR TO RG-ORIGINATOR-ID.
007820     MOVE WS-BT-COMPANY TO RG-COMPANY-NAME.
007830     MOVE WS-BT-SEC-CODE TO RG-SEC-CODE.
007840     MOVE CH-ED-TRAN-CODE TO RG-ACH-TRAN-CODE.
007850     MOVE CH-ED-ACCT-NO TO RG-ACCT-NO.
007860     MOVE CH-ED-INDIV-ID TO RG-INDIV-ID.
007870     MOVE CH-ED-INDIV-NAME TO RG-INDIV-NAME.
007880     MOVE CH-ED-AMOUNT TO RG-AMOUNT.
007890     IF CH-ED-CREDIT
007900         MOVE "C" TO RG-DR-CR
007910     ELSE
007920         MOVE "D" TO RG-DR-CR
007930     END-IF.
007940     PERFORM 4200-SCREEN-ENTRY THRU 4200-EXIT.
007950     IF WS-RETURN-REASON = SPACES
007960         MOVE "F" TO RG-STATUS
007970     ELSE
007980         MOVE "R" TO RG-STATUS
007990         MOVE WS-RETURN-REASON TO RG-RETURN-REASON
008000         MOVE WS-BUS-DATE TO RG-RESOLVED-DATE
008010     END-IF.
008020     MOVE "N" TO WS-DUP-SW.
008030     WRITE ACHREG-REC
008040         INVALID KEY
008050             MOVE "Y" TO WS-DUP-SW
008060     END-WRITE.
008070     MOVE WS-BT-BATCH-NO TO WS-DL-BATCH-NO.
008080     MOVE CH-ED-TRACE-NO TO WS-DL-TRACE-NO.
008090     MOVE CH-ED-ACCT-NO TO WS-DL-ACCT-NO.
008100     MOVE CH-ED-AMOUNT TO WS-DL-AMOUNT.
008110     MOVE CH-ED-INDIV-NAME TO WS-DL-NAME.
008120     IF RG-CREDIT
008130         MOVE "CREDIT" TO WS-DL-DR-CR
008140     ELSE
008150         MOVE "DEBIT" TO WS-DL-DR-CR
008160     END-IF.
008170     IF DUP-TRACE
008180         ADD 1 TO WS-DUP-CNT
008190         MOVE "DUPLICATE TRACE - SKIPPED" TO WS-DL-DISP
008200         DISPLAY "ACHINBD: DUPLICATE TRACE " CH-ED-TRACE-NO
008210             " SKIPPED"
008220         GO TO 4100-PRINT
008230     END-IF.
008240     IF RG-CREDIT
008250         ADD 1 TO WS-RCV-CR-CNT
008260         ADD RG-AMOUNT TO WS-RCV-CR-AMT
008270     ELSE
008280         ADD 1 TO WS-RCV-DR-CNT
008290         ADD RG-AMOUNT TO WS-RCV-DR-AMT
008300     END-IF.
008310     IF RG-RETURNED
008320         ADD 1 TO WS-RET-CNT
008330         ADD RG-AMOUNT TO WS-RET-AMT
008340         MOVE SPACES TO WS-DL-DISP
008350         STRING "RETURNED AT INTAKE " WS-RETURN-REASON
008360             DELIMITED BY SIZE INTO WS-DL-DISP
008370         GO TO 4100-PRINT
008380     END-IF.
008390     PERFORM 4300-WRITE-RAW THRU 4300-EXIT.
008400     MOVE "FORWARDED" TO WS-DL-DISP.
008410 4100-PRINT.
008420     MOVE WS-DTL-LINE TO RPT-LINE.
008430     WRITE RPT-LINE.
008440 4100-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------*
008480* 4200-SCREEN-ENTRY - AN ENTRY THAT COULD NEVER POST IS     *
008490*                     RETURNED AT INTAKE RATHER THAN SENT   *
008500*                     TO TRANEDIT: R04 INVALID ACCOUNT      *
008510*                     NUMBER WHEN THE ACCOUNT IS NOT TEN    *
008520*                     DIGITS PASSING THE MOD-10 CHECK, R17  *
008530*                     WHEN THE AMOUNT IS ZERO OR WILL NOT   *
008540*                     FIT A TRANSACTION.                    *
008550*----------------------------------------------------------*
008560 4200-SCREEN-ENTRY.
008570     MOVE SPACES TO WS-RETURN-REASON.
008580     IF CH-ED-ACCT-PAD NOT = SPACES
008590         MOVE "R04" TO WS-RETURN-REASON
008600         GO TO 4200-EXIT
008610     END-IF.
008620     MOVE CH-ED-ACCT-KEY TO WS-CD-ACCT-X.
008630     PERFORM 9500-CHECK-DIGIT THRU 9500-EXIT.
008640     IF NOT CHECK-DIGIT-OK
008650         MOVE "R04" TO WS-RETURN-REASON
008660         GO TO 4200-EXIT
008670     END-IF.
008680     IF CH-ED-AMOUNT = ZERO
008690         OR CH-ED-AMOUNT > WS-MAX-POST-AMT
008700         MOVE "R17" TO WS-RETURN-REASON
008710     END-IF.
008720 4200-EXIT.
008730     EXIT.
008740
008750*----------------------------------------------------------*
008760* 4300-WRITE-RAW - THE ENTRY IN BRANCH TRANSMISSION FORMAT: *
008770*                  A CREDIT POSTS AS A DEPOSIT (D), A DEBIT *
008780*                  AS A WITHDRAWAL (W), UNDER TR-CODE ACHI  *
008790*                  WITH THE TRACE NUMBER LEADING THE MEMO.  *
008800*----------------------------------------------------------*
008810 4300-WRITE-RAW.
008820     MOVE CH-ED-ACCT-KEY TO RAW-TRANSNO.
008830     IF RG-CREDIT
008840         MOVE "D" TO RAW-TR-TYPE
008850         ADD 1 TO WS-FWD-CR-CNT
008860         ADD RG-AMOUNT TO WS-FWD-CR-AMT
008870     ELSE
008880         MOVE "W" TO RAW-TR-TYPE
008890         ADD 1 TO WS-FWD-DR-CNT
008900         ADD RG-AMOUNT TO WS-FWD-DR-AMT
008910     END-IF.
008920     MOVE CH-ED-AMOUNT TO RAW-TR-AMOUNT.
008930     MOVE "ACHI" TO RAW-TR-CODE.
008940     MOVE CH-ED-TRACE-NO TO WS-AM-TRACE-NO.
008950     MOVE WS-BT-COMPANY TO WS-AM-COMPANY.
008960     MOVE WS-ACH-MEMO TO RAW-TR-MEMO.
008970     WRITE RAW-REC.
008980 4300-EXIT.
008990     EXIT.
009000
009010*----------------------------------------------------------*
009020* 6000-WRITE-SUMMARY - CONTROL TOTALS RECEIVED AND THEIR    *
009030*                      DISPOSITION AT THE FOOT OF THE       *
009040*                      INTAKE REPORT.                       *
009050*----------------------------------------------------------*
009060 6000-WRITE-SUMMARY.
009070     MOVE SPACES TO RPT-LINE.
009080     WRITE RPT-LINE.
009090     MOVE "FILE CONTROL - BATCHES       :" TO WS-TL-LABEL.
009100     MOVE WS-FL-BATCH-CNT TO WS-TL-COUNT.
009110     MOVE ZERO TO WS-TL-AMOUNT.
009120     PERFORM 6100-TOTAL-LINE THRU 6100-EXIT.
009130     MOVE "RECEIVED CREDITS             :" TO WS-TL-LABEL.
009140     MOVE WS-RCV-CR-CNT TO WS-TL-COUNT.
009150     MOVE WS-RCV-CR-AMT TO WS-TL-AMOUNT.
009160     PERFORM 6100-TOTAL-LINE THRU 6100-EXIT.
009170     MOVE "RECEIVED DEBITS              :" TO WS-TL-LABEL.
009180     MOVE WS-RCV-DR-CNT TO WS-TL-COUNT.
009190     MOVE WS-RCV-DR-AMT TO WS-TL-AMOUNT.
009200     PERFORM 6100-TOTAL-LINE THRU 6100-EXIT.
009210     MOVE "FORWARDED CREDITS            :" TO WS-TL-LABEL.
009220     MOVE WS-FWD-CR-CNT TO WS-TL-COUNT.
009230     MOVE WS-FWD-CR-AMT TO WS-TL-AMOUNT.
009240     PERFORM 6100-TOTAL-LINE THRU 6100-EXIT.
009250     MOVE "FORWARDED DEBITS             :" TO WS-TL-LABEL.
009260     MOVE WS-FWD-DR-CNT TO WS-TL-COUNT.
009270     MOVE WS-FWD-DR-AMT TO WS-TL-AMOUNT.
009280     PERFORM 6100-TOTAL-LINE THRU 6100-EXIT.
009290     MOVE "RETURNED AT INTAKE           :" TO WS-TL-LABEL.
009300     MOVE WS-RET-CNT TO WS-TL-COUNT.
009310     MOVE WS-RET-AMT TO WS-TL-AMOUNT.
009320     PERFORM 6100-TOTAL-LINE THRU 6100-EXIT.
009330     IF WS-DUP-CNT > ZERO
009340         MOVE "DUPLICATE TRACES SKIPPED     :" TO WS-TL-LABEL
009350         MOVE WS-DUP-CNT TO WS-TL-COUNT
009360         MOVE ZERO TO WS-TL-AMOUNT
009370         PERFORM 6100-TOTAL-LINE THRU 6100-EXIT
009380         MOVE 4 TO WS-RL-RC
009390         MOVE "DUPLICATE TRACES SKIPPED" TO WS-RL-MESSAGE
009400     END-IF.
009410 6000-EXIT.
009420     EXIT.
009430
009440 6100-TOTAL-LINE.
009450     MOVE WS-TOT-LINE TO RPT-LINE.
009460     WRITE RPT-LINE.
009470 6100-EXIT.
009480     EXIT.
009490
009500*----------------------------------------------------------*
009510* 7000-REFUSE-FILE - THE FILE DID NOT PROVE, SO NOTHING IS  *
009520*                    REGISTERED OR FORWARDED. WHEN NOTHING  *
009530*                    IS REGISTERED FOR TODAY, ACHRAW IS     *
009540*                    EMPTIED SO THAT AN EARLIER DAY'S       *
009550*                    ENTRIES CANNOT BE FED FORWARD; WHEN AN *
009560*                    EARLIER FILE WAS LOADED TODAY, ITS     *
009570*                    ACHRAW IS LEFT STANDING.               *
009580*----------------------------------------------------------*
009590 7000-REFUSE-FILE.
009600     MOVE SPACES TO RPT-LINE.
009610     WRITE RPT-LINE.
009620     MOVE "CLEARING FILE REFUSED - NOTHING REGISTERED"
009625         TO RPT-LINE.
009630     WRITE RPT-LINE.
009640     DISPLAY "*** ACHINBD REFUSED ***".
009650     DISPLAY "CLEARING FILE FAILED " WS-ERR-CNT
009660         " CONTROL CHECKS - NOTHING LOADED".
009670     IF NOT REG-HAS-TODAY
009680         OPEN OUTPUT ACHRAW
009690         CLOSE ACHRAW
009700     ELSE
009710         DISPLAY "ACHINBD: ACHRAW FROM TODAY'S EARLIER LOAD IS"
009720         DISPLAY "LEFT IN PLACE"
009730     END-IF.
009740     MOVE 8 TO WS-RL-RC.
009750     MOVE "CLEARING FILE REFUSED" TO WS-RL-MESSAGE.
009760 7000-EXIT.
009770     EXIT.
009780
009790*----------------------------------------------------------*
009800* 8000-FINALIZE - CLOSE FILES AND PRINT THE RUN SUMMARY.    *
009810*----------------------------------------------------------*
009820 8000-FINALIZE.
009830     DISPLAY "ACHINBD - CLEARING-HOUSE INBOUND RUN SUMMARY".
009840     DISPLAY "RECORDS READ        : " WS-REC-CNT.
009850     DISPLAY "CONTROL FAILURES    : " WS-ERR-CNT.
009860     DISPLAY "CREDITS RECEIVED    : " WS-RCV-CR-CNT.
009870     DISPLAY "DEBITS RECEIVED     : " WS-RCV-DR-CNT.
009880     DISPLAY "FORWARDED TO RAWTRAN: " WS-FWD-CR-CNT
009890         " CR " WS-FWD-DR-CNT " DR".
009900     DISPLAY "RETURNED AT INTAKE  : " WS-RET-CNT.
009910     DISPLAY "DUPLICATE TRACES    : " WS-DUP-CNT.
009920     CLOSE ACHFILE ACHREG ACHRPT.
009930     IF RAW-IS-OPEN
009940         CLOSE ACHRAW
009950     END-IF.
009960 8000-EXIT.
009970     EXIT.
009980
009990*----------------------------------------------------------*
010000* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
010010*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
010020*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
010030*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
010040*----------------------------------------------------------*
010050 8900-LEDGER-END.
010055     INITIALIZE WS-RL-COUNTS.
010060     MOVE "RECEIVED" TO WS-RL-CNT-LABEL(1).
010070     COMPUTE WS-RL-CNT-VALUE(1) = WS-RCV-CR-CNT + WS-RCV-DR-CNT.
010080     MOVE "FORWARDED" TO WS-RL-CNT-LABEL(2).
010090     COMPUTE WS-RL-CNT-VALUE(2) = WS-FWD-CR-CNT + WS-FWD-DR-CNT.
010100     MOVE "RETURNED" TO WS-RL-CNT-LABEL(3).
010110     MOVE WS-RET-CNT TO WS-RL-CNT-VALUE(3).
010120     MOVE "CTL FAILS" TO WS-RL-CNT-LABEL(4).
010130     MOVE WS-ERR-CNT TO WS-RL-CNT-VALUE(4).
010140     OPEN I-O RUNLEDG.
010150     IF WS-RL-FS NOT = "00"
010160         DISPLAY "ACHINBD: RUNLEDG NOT AVAILABLE " WS-RL-FS
010170         DISPLAY "ACHINBD: END OF RUN NOT RECORDED"
010180         GO TO 8900-EXIT
010190     END-IF.
010200     MOVE WS-RL-STEP TO RL-STEP.
010210     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
010220     IF NOT RL-ON-FILE
010230         INITIALIZE RUNLEDG-REC
010240         MOVE WS-BUS-DATE TO RL-BUS-DATE
010250         MOVE WS-RL-STEP TO RL-STEP
010260         MOVE 1 TO RL-RUN-COUNT
010270     END-IF.
010280     IF WS-RL-RC < 8
010290         MOVE "C" TO RL-STATUS
010300     ELSE
010310         MOVE "F" TO RL-STATUS
010320     END-IF.
010330     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
010340     ACCEPT RL-END-TIME FROM TIME.
010350     MOVE WS-RL-RC TO RL-RETURN-CODE.
010360     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
010370     MOVE WS-RL-COUNTS TO RL-COUNTS.
010380     IF RL-ON-FILE
010390         REWRITE RUNLEDG-REC
010400             INVALID KEY
010410                 DISPLAY "ACHINBD: RUNLEDG REWRITE FAILED "
010420                     WS-RL-FS
010430         END-REWRITE
010440     ELSE
010450         WRITE RUNLEDG-REC
010460             INVALID KEY
010470                 DISPLAY "ACHINBD: RUNLEDG WRITE FAILED "
010480                     WS-RL-FS
010490         END-WRITE
010500     END-IF.
010510     CLOSE RUNLEDG.
010520 8900-EXIT.
010530     EXIT.
010540
010550*----------------------------------------------------------*
010560* 9500-CHECK-DIGIT - MOD-10 (LUHN) VALIDATION OF THE TEN-   *
010570*                    DIGIT ACCOUNT KEY IN WS-CD-ACCT-X.     *
010580*                    DIGITS 1-9 ARE THE PAYLOAD AND DIGIT   *
010590*                    10 IS THE CHECK DIGIT; ODD POSITIONS   *
010600*                    ARE DOUBLED. RESULT IN WS-CD-OK-SW.    *
010610*----------------------------------------------------------*
010620 9500-CHECK-DIGIT.
010630     MOVE "N" TO WS-CD-OK-SW.
010640     IF WS-CD-ACCT-X NOT NUMERIC
010650         GO TO 9500-EXIT
010660     END-IF.
010670     MOVE ZERO TO WS-CD-SUM.
010680     MOVE 1 TO WS-CD-IDX.
010690     PERFORM 9510-DIGIT-STEP THRU 9510-EXIT
010700         UNTIL WS-CD-IDX > 9.
010710     DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-Q
010720         REMAINDER WS-CD-R.
010730     COMPUTE WS-CD-EXPECT = 10 - WS-CD-R.
010740     IF WS-CD-EXPECT = 10
010750         MOVE ZERO TO WS-CD-EXPECT
010760     END-IF.
010770     IF WS-CD-DIGIT(10) = WS-CD-EXPECT
010780         MOVE "Y" TO WS-CD-OK-SW
010790     END-IF.
010800 9500-EXIT.
010810     EXIT.
010820
010830 9510-DIGIT-STEP.
010840     MOVE WS-CD-DIGIT(WS-CD-IDX) TO WS-CD-WORK.
010850     DIVIDE WS-CD-IDX BY 2 GIVING WS-CD-Q
010860         REMAINDER WS-CD-R.
010870     IF WS-CD-R = 1
010880         COMPUTE WS-CD-WORK = WS-CD-WORK * 2
010890         IF WS-CD-WORK > 9
010900             SUBTRACT 9 FROM WS-CD-WORK
010910         END-IF
010920     END-IF.
010930     ADD WS-CD-WORK TO WS-CD-SUM.
010940     ADD 1 TO WS-CD-IDX.
010950 9510-EXIT.
010960     EXIT.
