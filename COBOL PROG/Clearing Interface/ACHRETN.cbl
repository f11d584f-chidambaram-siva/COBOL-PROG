000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ACHRETN.
000120 AUTHOR. D L SYSTEMS GROUP.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160 REMARKS. CLEARING-HOUSE RETURNS AND RECONCILIATION. RUNS
000170     AFTER VSAMFILE. EVERY ACHI ENTRY THAT VSAMFILE REJECTED
000180     TODAY IS MATCHED FROM REJFILE BACK TO ITS ACHREG
000190     REGISTER ENTRY BY THE TRACE NUMBER AT THE HEAD OF
000200     RJ-TR-MEMO AND MARKED RETURNED, WITH RJ-REASON MAPPED TO
000210     THE STANDARD RETURN REASON; EVERY ACHI ENTRY POSTED TODAY
000220     IS MATCHED FROM TRANJRNL THE SAME WAY AND MARKED POSTED.
000230     THE DAY'S REGISTER IS THEN READ IN TRACE ORDER: EACH
000240     RETURNED ENTRY, WHETHER RETURNED AT INTAKE BY ACHINBD OR
000250     REJECTED BY VSAMFILE, GOES ON THE OUTBOUND ACHRTN
000260     RETURNS FILE (ACHREC LAYOUT, RETURN ENTRY PLUS RETURN
000270     ADDENDA CARRYING THE ORIGINAL TRACE NUMBER), AND THE
000280     ACHRECN REPORT TIES THE CLEARING TOTALS RECEIVED TO THE
000290     AMOUNTS POSTED PLUS THE AMOUNTS RETURNED. AN ENTRY
000300     NEITHER POSTED NOR RETURNED (FOR INSTANCE ONE TRANEDIT
000310     REJECTED) IS LISTED AS UNRESOLVED AND HOLDS THE DAY OUT
000320     OF BALANCE. A RERUN REBUILDS THE RETURNS FILE FROM THE
000330     REGISTER AND CHANGES NOTHING ALREADY RESOLVED.
000340*----------------------------------------------------------*
000350* MODIFICATION HISTORY                                      *
000360*  DATE      BY   DESCRIPTION                                *
000370*  10/15/26  DLS  INITIAL VERSION.                           *
000372*  10/15/26  DLS  KEYED JOURNAL: TRANJRNL IS READ AS AN      *
000374*                 INDEXED FILE. THE WHOLE DAY IS STILL       *
000376*                 PASSED SO AN ACHI POSTING MISSING FROM     *
000378*                 THE REGISTER IS STILL REPORTED.            *
000379*  10/15/26  DLS  REGISTER FIELDS RENAMED RG-.               *
000380*----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT REJFILE ASSIGN TO REJFILE
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-REJ-FS.
000450
000460     SELECT TRANJRNL ASSIGN TO TRANJRNL
000470         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS SEQUENTIAL
000476         RECORD KEY IS JR-KEY
000480         FILE STATUS IS WS-JR-FS.
000490
000500     SELECT ACHREG ASSIGN TO ACHREG
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS RG-KEY
000540         FILE STATUS IS WS-REG-FS.
000550
000560     SELECT ACHRTN ASSIGN TO ACHRTN
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-RTN-FS.
000590
000600     SELECT ACHRECN ASSIGN TO ACHRECN
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
000800 FD  REJFILE.
000810 01  REJECT-REC.
000820     COPY REJREC.
000830
000840 FD  TRANJRNL.
000850 01  JRNL-REC.
000860     COPY JRNLREC.
000870
000880 FD  ACHREG.
000890 01  ACHREG-REC.
000900     COPY ACHREGREC.
000910
000920 FD  ACHRTN.
000930 01  ACH-REC.
000940     COPY ACHREC.
000950
000960 FD  ACHRECN.
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
001120 01  WS-REJ-FS PIC X(02).
001130 01  WS-JR-FS PIC X(02).
001140 01  WS-REG-FS PIC X(02).
001150     88 REG-FILE-OK VALUE "00".
001160 01  WS-RTN-FS PIC X(02).
001170 01  WS-RPT-FS PIC X(02).
001180 01  WS-BD-FS PIC X(02).
001190 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.
001200
001210 01  WS-REJ-EOF-SW PIC X(01) VALUE "N".
001220     88 REJ-AT-EOF VALUE "Y".
001230 01  WS-JR-EOF-SW PIC X(01) VALUE "N".
001240     88 JR-AT-EOF VALUE "Y".
001250 01  WS-SCAN-EOF-SW PIC X(01) VALUE "N".
001260     88 SCAN-AT-EOF VALUE "Y".
001270 01  WS-REG-FOUND-SW PIC X(01) VALUE "N".
001280     88 REG-ON-FILE VALUE "Y".
001290 01  WS-RTN-BATCH-SW PIC X(01) VALUE "N".
001300     88 RTN-BATCH-OPEN VALUE "Y".
001310
001320 01  WS-RETURN-REASON PIC X(03) VALUE SPACES.
001330 01  WS-REASON-TEXT PIC X(44) VALUE SPACES.
001340 01  WS-EXC-TEXT PIC X(40) VALUE SPACES.
001350
001360 01  WS-REJ-READ-CNT PIC 9(07) VALUE ZERO.
001370 01  WS-REJ-ACH-CNT PIC 9(07) VALUE ZERO.
001380 01  WS-JRNL-READ-CNT PIC 9(09) VALUE ZERO.
001390 01  WS-JRNL-ACH-CNT PIC 9(07) VALUE ZERO.
001400 01  WS-EXC-CNT PIC 9(07) VALUE ZERO.
001410 01  WS-RTN-REC-CNT PIC 9(07) VALUE ZERO.
001420
001430 01  WS-ACH-MEMO.
001440     05 WS-AM-TRACE-NO PIC X(15).
001450     05 FILLER PIC X(01).
001460     05 WS-AM-COMPANY PIC X(14).
001470
001480 01  WS-RTN-TRACE.
001490     05 WS-RT-ID PIC X(08).
001500     05 WS-RT-SEQ PIC 9(07) VALUE ZERO.
001510
001520 01  WS-RTN-TOTALS.
001530     05 WS-RTN-ENTRY-CNT PIC 9(06) VALUE ZERO.
001540     05 WS-RTN-DEBIT PIC 9(10)V99 VALUE ZERO.
001550     05 WS-RTN-CREDIT PIC 9(10)V99 VALUE ZERO.
001560     05 WS-RTN-ORIGIN-ID PIC X(10) VALUE SPACES.
001570
001580*----------------------------------------------------------*
001590* RECONCILIATION BUCKETS, CREDITS AND DEBITS SEPARATELY:    *
001600* 1 RECEIVED, 2 POSTED, 3 RETURNED AT INTAKE, 4 RETURNED    *
001610* AFTER POSTING WAS REFUSED, 5 UNRESOLVED.                  *
001620*----------------------------------------------------------*
001630 01  WS-RECON-TABLE.
001640     05 WS-RECON-ENTRY OCCURS 5 TIMES.
001650        10 WS-RC-CR-CNT PIC 9(07).
001660        10 WS-RC-CR-AMT PIC 9(10)V99.
001670        10 WS-RC-DR-CNT PIC 9(07).
001680        10 WS-RC-DR-AMT PIC 9(10)V99.
001690 01  WS-RC-IDX PIC 9(02) COMP VALUE ZERO.
001700 01  WS-ACCOUNTED-CR-CNT PIC 9(07) VALUE ZERO.
001710 01  WS-ACCOUNTED-CR-AMT PIC 9(10)V99 VALUE ZERO.
001720 01  WS-ACCOUNTED-DR-CNT PIC 9(07) VALUE ZERO.
001730 01  WS-ACCOUNTED-DR-AMT PIC 9(10)V99 VALUE ZERO.
001740
001750 01  WS-EXC-LINE.
001760     05 FILLER PIC X(02) VALUE SPACES.
001770     05 FILLER PIC X(11) VALUE "EXCEPTION  ".
001780     05 WS-XL-SOURCE PIC X(08).
001790     05 FILLER PIC X(02) VALUE SPACES.
001800     05 WS-XL-TRACE-NO PIC X(15).
001810     05 FILLER PIC X(02) VALUE SPACES.
001820     05 WS-XL-ACCT-NO PIC X(10).
001830     05 FILLER PIC X(02) VALUE SPACES.
001840     05 WS-XL-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
001850     05 FILLER PIC X(02) VALUE SPACES.
001860     05 WS-XL-TEXT PIC X(40).
001870     05 FILLER PIC X(25) VALUE SPACES.
001880
001890 01  WS-DTL-HDR-LINE.
001900     05 FILLER PIC X(02) VALUE SPACES.
001910     05 FILLER PIC X(17) VALUE "TRACE NUMBER".
001920     05 FILLER PIC X(19) VALUE "ACCOUNT".
001930     05 FILLER PIC X(08) VALUE "DR/CR".
001940     05 FILLER PIC X(15) VALUE "       AMOUNT".
001950     05 FILLER PIC X(06) VALUE "RJ".
001960     05 FILLER PIC X(05) VALUE "RTN".
001970     05 FILLER PIC X(60) VALUE "DISPOSITION".
001980
001990 01  WS-DTL-LINE.
002000     05 FILLER PIC X(02) VALUE SPACES.
002010     05 WS-DL-TRACE-NO PIC X(15).
002020     05 FILLER PIC X(02) VALUE SPACES.
002030     05 WS-DL-ACCT-NO PIC X(17).
002040     05 FILLER PIC X(02) VALUE SPACES.
002050     05 WS-DL-DR-CR PIC X(06).
002060     05 FILLER PIC X(02) VALUE SPACES.
002070     05 WS-DL-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
002080     05 FILLER PIC X(02) VALUE SPACES.
002090     05 WS-DL-RJ-REASON PIC X(02).
002100     05 FILLER PIC X(04) VALUE SPACES.
002110     05 WS-DL-RTN-REASON PIC X(03).
002120     05 FILLER PIC X(02) VALUE SPACES.
002130     05 WS-DL-DISP PIC X(44).
002140     05 FILLER PIC X(16) VALUE SPACES.
002150
002160 01  WS-REC-TITLE-LINE.
002170     05 FILLER PIC X(42)
002180         VALUE "CLEARING RECONCILIATION FOR BUSINESS DATE ".
002190     05 WS-RT-BUS-DATE PIC 9(08).
002200     05 FILLER PIC X(82) VALUE SPACES.
002210
002220 01  WS-REC-HDR-LINE.
002230     05 FILLER PIC X(32) VALUE SPACES.
002240     05 FILLER PIC X(26) VALUE "   CREDITS        AMOUNT".
002250     05 FILLER PIC X(04) VALUE SPACES.
002260     05 FILLER PIC X(26) VALUE "    DEBITS        AMOUNT".
002270     05 FILLER PIC X(44) VALUE SPACES.
002280
002290 01  WS-REC-LINE.
002300     05 FILLER PIC X(02) VALUE SPACES.
002310     05 WS-RN-LABEL PIC X(30).
002320     05 WS-RN-CR-CNT PIC ZZZZZZ9.
002330     05 FILLER PIC X(02) VALUE SPACES.
002340     05 WS-RN-CR-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
002350     05 FILLER PIC X(05) VALUE SPACES.
002360     05 WS-RN-DR-CNT PIC ZZZZZZ9.
002370     05 FILLER PIC X(02) VALUE SPACES.
002380     05 WS-RN-DR-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
002390     05 FILLER PIC X(45) VALUE SPACES.
002400
002410 01  WS-PQ-FS PIC X(02).
002420 01  WS-RL-FS PIC X(02).
002430 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
002440     88 RP-AT-EOF VALUE "Y".
002450 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
002460     88 RL-ON-FILE VALUE "Y".
002470 01  WS-RL-STEP PIC X(10) VALUE "ACHRETN".
002480 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
002490 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
002500 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
002510 01  WS-RL-RC PIC 9(04) VALUE ZERO.
002520 01  WS-RL-COUNTS.
002530     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
002540        10 WS-RL-CNT-LABEL PIC X(10).
002550        10 WS-RL-CNT-VALUE PIC 9(09).
002560
002570 PROCEDURE DIVISION.
002580
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     PERFORM 2000-MATCH-REJECT THRU 2000-EXIT
002620         UNTIL REJ-AT-EOF.
002630     PERFORM 3000-MATCH-JOURNAL THRU 3000-EXIT
002640         UNTIL JR-AT-EOF.
002650     PERFORM 4000-START-SCAN THRU 4000-EXIT.
002660     PERFORM 4100-REGISTER-STEP THRU 4100-EXIT
002670         UNTIL SCAN-AT-EOF.
002680     PERFORM 5000-CLOSE-RETURNS THRU 5000-EXIT.
002690     PERFORM 6000-WRITE-RECON THRU 6000-EXIT.
002700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002710     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
002720     STOP RUN.
002730
002740*----------------------------------------------------------*
002750* 1000-INITIALIZE - OPEN ALL FILES FOR THIS RUN.            *
002760*----------------------------------------------------------*
002770 1000-INITIALIZE.
002780     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
002790     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
002800     INITIALIZE WS-RECON-TABLE.
002810     OPEN INPUT REJFILE.
002820     IF WS-REJ-FS NOT = "00"
002830         DISPLAY "ACHRETN: ERROR OPENING REJFILE " WS-REJ-FS
002840         STOP RUN
002850     END-IF.
002860     OPEN INPUT TRANJRNL.
002870     IF WS-JR-FS NOT = "00"
002880         DISPLAY "ACHRETN: ERROR OPENING TRANJRNL " WS-JR-FS
002890         STOP RUN
002900     END-IF.
002910     OPEN I-O ACHREG.
002920     IF NOT REG-FILE-OK
002930         DISPLAY "ACHRETN: ERROR OPENING ACHREG " WS-REG-FS
002940         DISPLAY "ACHRETN: NO CLEARING FILE HAS BEEN REGISTERED"
002950         STOP RUN
002960     END-IF.
002970     OPEN OUTPUT ACHRTN.
002980     IF WS-RTN-FS NOT = "00"
002990         DISPLAY "ACHRETN: ERROR OPENING ACHRTN " WS-RTN-FS
003000         STOP RUN
003010     END-IF.
003020     OPEN OUTPUT ACHRECN.
003030     IF WS-RPT-FS NOT = "00"
003040         DISPLAY "ACHRETN: ERROR OPENING ACHRECN " WS-RPT-FS
003050         STOP RUN
003060     END-IF.
003070     MOVE "ACHRETN - CLEARING-HOUSE RETURNS AND RECONCILIATION"
003080         TO RPT-LINE.
003090     WRITE RPT-LINE.
003100     MOVE ALL "-" TO RPT-LINE.
003110     WRITE RPT-LINE.
003120 1000-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------*
003160* 1100-READ-BUSDATE - PICK UP THE CURRENT BUSINESS DATE.    *
003170*                     NO BATCH PROGRAM MAY RUN WITHOUT IT.  *
003180*----------------------------------------------------------*
003190 1100-READ-BUSDATE.
003200     OPEN INPUT BUSDATE.
003210     IF WS-BD-FS NOT = "00"
003220         DISPLAY "ACHRETN: BUSDATE NOT AVAILABLE " WS-BD-FS
003230         DISPLAY "ACHRETN: RUN CANNOT START WITHOUT A"
003240         DISPLAY "BUSINESS DATE"
003250         STOP RUN
003260     END-IF.
003270     READ BUSDATE
003280         AT END
003290             DISPLAY "ACHRETN: BUSDATE FILE IS EMPTY"
003300             CLOSE BUSDATE
003310             STOP RUN
003320         NOT AT END
003330             MOVE BD-BUS-DATE TO WS-BUS-DATE
003340     END-READ.
003350     CLOSE BUSDATE.
003360     DISPLAY "ACHRETN: BUSINESS DATE " WS-BUS-DATE.
003370 1100-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------*
003410* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
003420*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
003430*                     AND RECORD THE START OF THE RUN. THE  *
003440*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
003450*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
003460*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
003470*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
003480*                     COMPLETED.                            *
003490*----------------------------------------------------------*
003500 1900-LEDGER-START.
003510     OPEN INPUT RUNPREQ.
003520     IF WS-PQ-FS NOT = "00"
003530         DISPLAY "*** ACHRETN REFUSED ***"
003540         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
003550             WS-PQ-FS
003560         STOP RUN
003570     END-IF.
003580     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
003590     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
003600         UNTIL RP-AT-EOF.
003610     CLOSE RUNPREQ.
003620     IF WS-RL-REFUSE-CNT > ZERO
003630         MOVE "R" TO WS-RL-NEW-STATUS
003640         PERFORM 1940-POST-START THRU 1940-EXIT
003650         CLOSE RUNLEDG
003660         DISPLAY "*** ACHRETN REFUSED ***"
003670         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
003680             "DATE " WS-BUS-DATE
003690         STOP RUN
003700     END-IF.
003710     MOVE "S" TO WS-RL-NEW-STATUS.
003720     PERFORM 1940-POST-START THRU 1940-EXIT.
003730     CLOSE RUNLEDG.
003740 1900-EXIT.
003750     EXIT.
003760
003770 1910-CHECK-PREREQ.
003780     READ RUNPREQ
003790         AT END
003800             MOVE "Y" TO WS-RP-EOF-SW
003810             GO TO 1910-EXIT
003820     END-READ.
003830     IF RP-STEP = WS-RL-STEP
003840         MOVE RP-PREREQ TO RL-STEP
003850         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
003860         IF RL-ON-FILE AND RL-COMPLETE
003870             GO TO 1910-EXIT
003880         END-IF
003890         IF NOT RL-ON-FILE AND RP-MONTH-END
003900             GO TO 1910-EXIT
003910         END-IF
003920         ADD 1 TO WS-RL-REFUSE-CNT
003930         MOVE SPACES TO WS-RL-MESSAGE
003940         STRING "AWAITING " RP-PREREQ
003950             DELIMITED BY SIZE INTO WS-RL-MESSAGE
003960         DISPLAY "ACHRETN: " RP-PREREQ
003970             " HAS NOT COMPLETED FOR " WS-BUS-DATE
003980         GO TO 1910-EXIT
003990     END-IF.
004000     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
004010         MOVE RP-STEP TO RL-STEP
004020         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
004030         IF RL-ON-FILE AND RL-COMPLETE
004040             ADD 1 TO WS-RL-REFUSE-CNT
004050             MOVE SPACES TO WS-RL-MESSAGE
004060             STRING "OUT OF SEQUENCE AFTER " RP-STEP
004070                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
004080             DISPLAY "ACHRETN: " RP-STEP
004090                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
004100         END-IF
004110     END-IF.
004120 1910-EXIT.
004130     EXIT.
004140
004150 1920-READ-LEDGER.
004160     MOVE WS-BUS-DATE TO RL-BUS-DATE.
004170     MOVE "Y" TO WS-RL-FOUND-SW.
004180     READ RUNLEDG KEY IS RL-KEY
004190         INVALID KEY
004200             MOVE "N" TO WS-RL-FOUND-SW
004210     END-READ.
004220 1920-EXIT.
004230     EXIT.
004240
004250 1930-OPEN-LEDGER.
004260     OPEN I-O RUNLEDG.
004270     IF WS-RL-FS NOT = "00"
004280         OPEN OUTPUT RUNLEDG
004290         IF WS-RL-FS NOT = "00"
004300             DISPLAY "ACHRETN: ERROR OPENING RUNLEDG " WS-RL-FS
004310             STOP RUN
004320         END-IF
004330         CLOSE RUNLEDG
004340         OPEN I-O RUNLEDG
004350         IF WS-RL-FS NOT = "00"
004360             DISPLAY "ACHRETN: ERROR REOPENING RUNLEDG " WS-RL-FS
004370             STOP RUN
004380         END-IF
004390     END-IF.
004400 1930-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------*
004440* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
004450*                   ENTRY FOR TODAY AS STARTED (S) OR       *
004460*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
004470*                   EARLIER CLEAN COMPLETION STANDING.      *
004480*----------------------------------------------------------*
004490 1940-POST-START.
004500     MOVE WS-RL-STEP TO RL-STEP.
004510     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
004520     IF RL-ON-FILE AND RL-COMPLETE
004530         AND WS-RL-NEW-STATUS = "R"
004540         GO TO 1940-EXIT
004550     END-IF.
004560     IF NOT RL-ON-FILE
004570         INITIALIZE RUNLEDG-REC
004580         MOVE WS-BUS-DATE TO RL-BUS-DATE
004590         MOVE WS-RL-STEP TO RL-STEP
004600     END-IF.
004610     ADD 1 TO RL-RUN-COUNT.
004620     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
004630     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
004640     ACCEPT RL-START-TIME FROM TIME.
004650     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
004660     INITIALIZE RL-COUNTS.
004670     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
004680     IF RL-ON-FILE
004690         REWRITE RUNLEDG-REC
004700             INVALID KEY
004710                 DISPLAY "ACHRETN: RUNLEDG REWRITE FAILED "
004720                     WS-RL-FS
004730         END-REWRITE
004740     ELSE
004750         WRITE RUNLEDG-REC
004760             INVALID KEY
004770                 DISPLAY "ACHRETN: RUNLEDG WRITE FAILED "
004780                     WS-RL-FS
004790         END-WRITE
004800     END-IF.
004810 1940-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------*
004850* 2000-MATCH-REJECT - AN ACHI ENTRY VSAMFILE REJECTED TODAY *
004860*                     IS MARKED RETURNED ON THE REGISTER.   *
004870*                     A REJECT WHOSE TRACE IS NOT ON THE    *
004880*                     REGISTER IS AN EXCEPTION.             *
004890*----------------------------------------------------------*
004900 2000-MATCH-REJECT.
004910     READ REJFILE
004920         AT END
004930             MOVE "Y" TO WS-REJ-EOF-SW
004940             GO TO 2000-EXIT
004950     END-READ.
004960     ADD 1 TO WS-REJ-READ-CNT.
004970     IF RJ-TR-CODE NOT = "ACHI"
004980         OR RJ-BUS-DATE NOT = WS-BUS-DATE
004990         GO TO 2000-EXIT
005000     END-IF.
005010     ADD 1 TO WS-REJ-ACH-CNT.
005020     MOVE RJ-TR-MEMO TO WS-ACH-MEMO.
005030     PERFORM 2900-READ-REGISTER THRU 2900-EXIT.
005040     IF NOT REG-ON-FILE
005050         MOVE "REJFILE" TO WS-XL-SOURCE
005060         MOVE RJ-TRANSNO TO WS-XL-ACCT-NO
005070         MOVE RJ-AMOUNT TO WS-XL-AMOUNT
005080         MOVE "REJECTED ENTRY NOT ON THE REGISTER" TO WS-EXC-TEXT
005090         PERFORM 2800-LOG-EXCEPTION THRU 2800-EXIT
005100         GO TO 2000-EXIT
005110     END-IF.
005120     IF NOT RG-FORWARDED
005130         GO TO 2000-EXIT
005140     END-IF.
005150     PERFORM 2100-MAP-REASON THRU 2100-EXIT.
005160     MOVE "R" TO RG-STATUS.
005170     MOVE RJ-REASON TO RG-RJ-REASON.
005180     MOVE WS-RETURN-REASON TO RG-RETURN-REASON.
005190     MOVE WS-BUS-DATE TO RG-RESOLVED-DATE.
005200     REWRITE ACHREG-REC
005210         INVALID KEY
005220             DISPLAY "ACHRETN: ACHREG REWRITE FAILED "
005230                 RG-TRACE-NO " " WS-REG-FS
005240     END-REWRITE.
005250 2000-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------*
005290* 2100-MAP-REASON - VSAMFILE REJECT REASON TO STANDARD      *
005300*                   RETURN REASON:                          *
005310*                     01 NOT FOUND       R03 NO ACCOUNT     *
005320*                     02 CLOSED/INACTIVE R02 ACCOUNT CLOSED *
005330*                     06 DORMANT         R16 ACCOUNT FROZEN *
005340*                     03 LIMIT, 04 FUNDS R01 INSUFFICIENT   *
005350*                     08 FUNDS HELD      R09 UNCOLLECTED    *
005360*                     ANY OTHER          R17 EDIT CRITERIA  *
005370*----------------------------------------------------------*
005380 2100-MAP-REASON.
005390     EVALUATE TRUE
005400         WHEN RJ-ACCT-NOT-FOUND
005410             MOVE "R03" TO WS-RETURN-REASON
005420         WHEN RJ-INACTIVE-ACCT
005430             MOVE "R02" TO WS-RETURN-REASON
005440         WHEN RJ-DORMANT-ACCT
005450             MOVE "R16" TO WS-RETURN-REASON
005460         WHEN RJ-LIMIT-EXCEED
005470         WHEN RJ-BALANCE-CHECK
005480             MOVE "R01" TO WS-RETURN-REASON
005490         WHEN RJ-HOLD-BLOCKED
005500             MOVE "R09" TO WS-RETURN-REASON
005510         WHEN OTHER
005520             MOVE "R17" TO WS-RETURN-REASON
005530     END-EVALUATE.
005540 2100-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------*
005580* 2800-LOG-EXCEPTION - ONE REPORT LINE PER ACHI ENTRY THAT  *
005590*                      CANNOT BE TIED TO THE REGISTER.      *
005600*----------------------------------------------------------*
005610 2800-LOG-EXCEPTION.
005620     ADD 1 TO WS-EXC-CNT.
005630     MOVE WS-AM-TRACE-NO TO WS-XL-TRACE-NO.
005640     MOVE WS-EXC-TEXT TO WS-XL-TEXT.
005650     MOVE WS-EXC-LINE TO RPT-LINE.
005660     WRITE RPT-LINE.
005670     DISPLAY "ACHRETN: TRACE " WS-AM-TRACE-NO " " WS-EXC-TEXT.
005680 2800-EXIT.
005690     EXIT.
005700
005710 2900-READ-REGISTER.
005720     MOVE WS-BUS-DATE TO RG-BUS-DATE.
005730     MOVE WS-AM-TRACE-NO TO RG-TRACE-NO.
005740     MOVE "Y" TO WS-REG-FOUND-SW.
005750     READ ACHREG KEY IS RG-KEY
005760         INVALID KEY
005770             MOVE "N" TO WS-REG-FOUND-SW
005780     END-READ.
005790 2900-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------*
005830* 3000-MATCH-JOURNAL - AN ACHI ENTRY JOURNALLED TODAY IS    *
005840*                      MARKED POSTED ON THE REGISTER. ONE   *
005850*                      NOT ON THE REGISTER, OR ALREADY      *
005860*                      RETURNED, IS AN EXCEPTION.           *
005870*----------------------------------------------------------*
005880 3000-MATCH-JOURNAL.
005890     READ TRANJRNL
005900         AT END
005910             MOVE "Y" TO WS-JR-EOF-SW
005920             GO TO 3000-EXIT
005930     END-READ.
005940     ADD 1 TO WS-JRNL-READ-CNT.
005950     IF JR-TR-CODE NOT = "ACHI"
005960         OR JR-BUS-DATE NOT = WS-BUS-DATE
005970         GO TO 3000-EXIT
005980     END-IF.
005990     ADD 1 TO WS-JRNL-ACH-CNT.
006000     MOVE JR-TR-MEMO TO WS-ACH-MEMO.
006010     PERFORM 2900-READ-REGISTER THRU 2900-EXIT.
006020     MOVE "TRANJRNL" TO WS-XL-SOURCE.
006030     MOVE JR-ACCT-NO TO WS-XL-ACCT-NO.
006040     MOVE JR-TR-AMOUNT TO WS-XL-AMOUNT.
006050     IF NOT REG-ON-FILE
006060         MOVE "POSTED ENTRY NOT ON THE REGISTER" TO WS-EXC-TEXT
006070         PERFORM 2800-LOG-EXCEPTION THRU 2800-EXIT
006080         GO TO 3000-EXIT
006090     END-IF.
006100     IF RG-RETURNED
006110         MOVE "POSTED ENTRY ALSO RETURNED" TO WS-EXC-TEXT
006120         PERFORM 2800-LOG-EXCEPTION THRU 2800-EXIT
006130         GO TO 3000-EXIT
006140     END-IF.
006150     IF NOT RG-FORWARDED
006160         GO TO 3000-EXIT
006170     END-IF.
006180     MOVE "P" TO RG-STATUS.
006190     MOVE WS-BUS-DATE TO RG-RESOLVED-DATE.
006200     REWRITE ACHREG-REC
006210         INVALID KEY
006220             DISPLAY "ACHRETN: ACHREG REWRITE FAILED "
006230                 RG-TRACE-NO " " WS-REG-FS
006240     END-REWRITE.
006250 3000-EXIT.
006260     EXIT.
006270
006280*----------------------------------------------------------*
006290* 4000-START-SCAN - POSITION AT TODAY'S FIRST REGISTER      *
006300*                   ENTRY.                                  *
006310*----------------------------------------------------------*
006320 4000-START-SCAN.
006330     MOVE "RETURNS AND UNRESOLVED ENTRIES:" TO RPT-LINE.
006340     WRITE RPT-LINE.
006350     MOVE WS-DTL-HDR-LINE TO RPT-LINE.
006360     WRITE RPT-LINE.
006370     MOVE WS-BUS-DATE TO RG-BUS-DATE.
006380     MOVE LOW-VALUES TO RG-TRACE-NO.
006390     START ACHREG KEY IS NOT LESS THAN RG-KEY
006400         INVALID KEY
006410             MOVE "Y" TO WS-SCAN-EOF-SW
006420     END-START.
006430 4000-EXIT.
006440     EXIT.
006450
006460*----------------------------------------------------------*
006470* 4100-REGISTER-STEP - TALLY ONE OF TODAY'S ENTRIES INTO    *
006480*                      THE RECONCILIATION AND SEND EACH     *
006490*                      RETURNED ENTRY BACK TO THE CLEARING  *
006500*                      HOUSE.                               *
006510*----------------------------------------------------------*
006520 4100-REGISTER-STEP.
006530     READ ACHREG NEXT RECORD
006540         AT END
006550             MOVE "Y" TO WS-SCAN-EOF-SW
006560             GO TO 4100-EXIT
006570     END-READ.
006580     IF RG-BUS-DATE NOT = WS-BUS-DATE
006590         MOVE "Y" TO WS-SCAN-EOF-SW
006600         GO TO 4100-EXIT
006610     END-IF.
006620     MOVE 1 TO WS-RC-IDX.
006630     PERFORM 4200-ADD-BUCKET THRU 4200-EXIT.
006640     EVALUATE TRUE
006650         WHEN RG-POSTED
006660             MOVE 2 TO WS-RC-IDX
006670         WHEN RG-RETURNED AND RG-RJ-REASON = SPACES
006680             MOVE 3 TO WS-RC-IDX
006690         WHEN RG-RETURNED
006700             MOVE 4 TO WS-RC-IDX
006710         WHEN OTHER
006720             MOVE 5 TO WS-RC-IDX
006730     END-EVALUATE.
006740     PERFORM 4200-ADD-BUCKET THRU 4200-EXIT.
006750     IF RG-POSTED
006760         GO TO 4100-EXIT
006770     END-IF.
006780     MOVE RG-TRACE-NO TO WS-DL-TRACE-NO.
006790     MOVE RG-ACCT-NO TO WS-DL-ACCT-NO.
006800     MOVE RG-AMOUNT TO WS-DL-AMOUNT.
006810     IF RG-CREDIT
006820         MOVE "CREDIT" TO WS-DL-DR-CR
006830     ELSE
006840         MOVE "DEBIT" TO WS-DL-DR-CR
006850     END-IF.
006860     MOVE RG-RJ-REASON TO WS-DL-RJ-REASON.
006870     MOVE RG-RETURN-REASON TO WS-DL-RTN-REASON.
006880     IF RG-RETURNED
006890         PERFORM 4300-DESCRIBE-REASON THRU 4300-EXIT
006900         MOVE WS-REASON-TEXT TO WS-DL-DISP
006910         PERFORM 4400-WRITE-RETURN THRU 4400-EXIT
006920     ELSE
006930         MOVE "UNRESOLVED - NOT POSTED OR RETURNED"
006940             TO WS-DL-DISP
006950     END-IF.
006960     MOVE WS-DTL-LINE TO RPT-LINE.
006970     WRITE RPT-LINE.
006980 4100-EXIT.
006990     EXIT.
007000
007010 4200-ADD-BUCKET.
007020     IF RG-CREDIT
007030         ADD 1 TO WS-RC-CR-CNT(WS-RC-IDX)
007040         ADD RG-AMOUNT TO WS-RC-CR-AMT(WS-RC-IDX)
007050     ELSE
007060         ADD 1 TO WS-RC-DR-CNT(WS-RC-IDX)
007070         ADD RG-AMOUNT TO WS-RC-DR-AMT(WS-RC-IDX)
007080     END-IF.
007090 4200-EXIT.
007100     EXIT.
007110
007120 4300-DESCRIBE-REASON.
007130     EVALUATE RG-RETURN-REASON
007140         WHEN "R01"
007150             MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
007160         WHEN "R02"
007170             MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
007180         WHEN "R03"
007190             MOVE "NO ACCOUNT/UNABLE TO LOCATE ACCOUNT"
007200                 TO WS-REASON-TEXT
007210         WHEN "R04"
007220             MOVE "INVALID ACCOUNT NUMBER" TO WS-REASON-TEXT
007230         WHEN "R09"
007240             MOVE "UNCOLLECTED FUNDS - FUNDS HELD"
007250                 TO WS-REASON-TEXT
007260         WHEN "R16"
007270             MOVE "ACCOUNT FROZEN - DORMANT" TO WS-REASON-TEXT
007280         WHEN OTHER
007290             MOVE "FILE RECORD EDIT CRITERIA" TO WS-REASON-TEXT
007300     END-EVALUATE.
007310 4300-EXIT.
007320     EXIT.
007330
007340*----------------------------------------------------------*
007350* 4400-WRITE-RETURN - RETURN ENTRY AND ITS RETURN ADDENDA.  *
007360*                     THE FILE AND BATCH HEADERS GO OUT     *
007370*                     WITH THE FIRST RETURN, ADDRESSED BACK *
007380*                     TO THE FILE'S ORIGIN. A RETURNED      *
007390*                     CREDIT IS SENT AS A CREDIT RETURN     *
007400*                     (21/31), A RETURNED DEBIT AS A DEBIT  *
007410*                     RETURN (26/36). OUR TRACE NUMBERS ARE *
007420*                     THE FIRST EIGHT OF OUR ID AND A RUN   *
007430*                     SEQUENCE.                             *
007440*----------------------------------------------------------*
007450 4400-WRITE-RETURN.
007460     IF NOT RTN-BATCH-OPEN
007470         PERFORM 4500-WRITE-HEADERS THRU 4500-EXIT
007480     END-IF.
007490     ADD 1 TO WS-RT-SEQ.
007500     MOVE SPACES TO ACH-REC.
007510     MOVE "6" TO CH-REC-TYPE.
007520     COMPUTE CH-ED-TRAN-CODE = RG-ACH-TRAN-CODE - 1.
007530     MOVE RG-ACCT-NO TO CH-ED-ACCT-NO.
007540     MOVE RG-AMOUNT TO CH-ED-AMOUNT.
007550     MOVE RG-INDIV-ID TO CH-ED-INDIV-ID.
007560     MOVE RG-INDIV-NAME TO CH-ED-INDIV-NAME.
007570     MOVE "1" TO CH-ED-ADDENDA-IND.
007580     MOVE WS-RTN-TRACE TO CH-ED-TRACE-NO.
007590     WRITE ACH-REC.
007600     ADD 1 TO WS-RTN-REC-CNT.
007610     MOVE SPACES TO ACH-REC.
007620     MOVE "7" TO CH-REC-TYPE.
007630     MOVE "99" TO CH-AD-TYPE-CODE.
007640     MOVE RG-RETURN-REASON TO CH-AD-RETURN-REASON.
007650     MOVE RG-TRACE-NO TO CH-AD-ORIG-TRACE.
007660     MOVE RG-FILE-DATE TO CH-AD-ORIG-DATE.
007670     MOVE WS-REASON-TEXT TO CH-AD-INFO.
007680     MOVE WS-RTN-TRACE TO CH-AD-TRACE-NO.
007690     WRITE ACH-REC.
007700     ADD 1 TO WS-RTN-REC-CNT.
007710     ADD 1 TO WS-RTN-ENTRY-CNT.
007720     IF RG-CREDIT
007730         ADD RG-AMOUNT TO WS-RTN-CREDIT
007740     ELSE
007750         ADD RG-AMOUNT TO WS-RTN-DEBIT
007760     END-IF.
007770 4400-EXIT.
007780     EXIT.
007790
007800 4500-WRITE-HEADERS.
007810     MOVE RG-FH-DEST-ID TO WS-RT-ID WS-RTN-ORIGIN-ID.
007820     MOVE SPACES TO ACH-REC.
007830     MOVE "1" TO CH-REC-TYPE.
007840     MOVE RG-FH-ORIGIN-ID TO CH-FH-DEST-ID.
007850     MOVE RG-FH-DEST-ID TO CH-FH-ORIGIN-ID.
007860     MOVE WS-BUS-DATE TO CH-FH-FILE-DATE.
007870     MOVE "A" TO CH-FH-FILE-ID-MOD.
007880     MOVE "RETURNS" TO CH-FH-ORIGIN-NAME.
007890     WRITE ACH-REC.
007900     ADD 1 TO WS-RTN-REC-CNT.
007910     MOVE SPACES TO ACH-REC.
007920     MOVE "5" TO CH-REC-TYPE.
007930     MOVE "RET" TO CH-BH-SEC-CODE.
007940     MOVE "RETURNS" TO CH-BH-COMPANY-NAME.
007950     MOVE WS-RTN-ORIGIN-ID TO CH-BH-ORIGINATOR-ID.
007960     MOVE "RETURN" TO CH-BH-ENTRY-DESC.
007970     MOVE WS-BUS-DATE TO CH-BH-EFF-DATE.
007980     MOVE 1 TO CH-BH-BATCH-NO.
007990     WRITE ACH-REC.
008000     ADD 1 TO WS-RTN-REC-CNT.
008010     MOVE "Y" TO WS-RTN-BATCH-SW.
008020 4500-EXIT.
008030     EXIT.
008040
008050*----------------------------------------------------------*
008060* 5000-CLOSE-RETURNS - BATCH AND FILE CONTROLS FOR THE      *
008070*                      RETURNS FILE. WITH NO RETURNS TODAY  *
008080*                      THE FILE IS LEFT EMPTY.              *
008090*----------------------------------------------------------*
008100 5000-CLOSE-RETURNS.
008110     IF NOT RTN-BATCH-OPEN
008120         GO TO 5000-EXIT
008130     END-IF.
008140     MOVE SPACES TO ACH-REC.
008150     MOVE "8" TO CH-REC-TYPE.
008160     MOVE WS-RTN-ENTRY-CNT TO CH-BC-ENTRY-COUNT.
008170     MOVE WS-RTN-DEBIT TO CH-BC-DEBIT-TOTAL.
008180     MOVE WS-RTN-CREDIT TO CH-BC-CREDIT-TOTAL.
008190     MOVE WS-RTN-ORIGIN-ID TO CH-BC-ORIGINATOR-ID.
008200     MOVE 1 TO CH-BC-BATCH-NO.
008210     WRITE ACH-REC.
008220     ADD 1 TO WS-RTN-REC-CNT.
008230     MOVE SPACES TO ACH-REC.
008240     MOVE "9" TO CH-REC-TYPE.
008250     MOVE 1 TO CH-FC-BATCH-COUNT.
008260     MOVE WS-RTN-ENTRY-CNT TO CH-FC-ENTRY-COUNT.
008270     MOVE WS-RTN-DEBIT TO CH-FC-DEBIT-TOTAL.
008280     MOVE WS-RTN-CREDIT TO CH-FC-CREDIT-TOTAL.
008290     WRITE ACH-REC.
008300     ADD 1 TO WS-RTN-REC-CNT.
008310 5000-EXIT.
008320     EXIT.
008330
008340*----------------------------------------------------------*
008350* 6000-WRITE-RECON - TIE RECEIVED TO POSTED PLUS RETURNED.  *
008360*                    UNRESOLVED ENTRIES OR EXCEPTIONS END   *
008370*                    THE RUN WITH RETURN CODE 4.            *
008380*----------------------------------------------------------*
008390 6000-WRITE-RECON.
008400     MOVE SPACES TO RPT-LINE.
008410     WRITE RPT-LINE.
008420     MOVE WS-BUS-DATE TO WS-RT-BUS-DATE.
008430     MOVE WS-REC-TITLE-LINE TO RPT-LINE.
008440     WRITE RPT-LINE.
008450     MOVE WS-REC-HDR-LINE TO RPT-LINE.
008460     WRITE RPT-LINE.
008470     MOVE "RECEIVED FROM CLEARING HOUSE :" TO WS-RN-LABEL.
008480     MOVE 1 TO WS-RC-IDX.
008490     PERFORM 6100-RECON-LINE THRU 6100-EXIT.
008500     MOVE "POSTED TO ACCOUNTS           :" TO WS-RN-LABEL.
008510     MOVE 2 TO WS-RC-IDX.
008520     PERFORM 6100-RECON-LINE THRU 6100-EXIT.
008530     MOVE "RETURNED AT INTAKE           :" TO WS-RN-LABEL.
008540     MOVE 3 TO WS-RC-IDX.
008550     PERFORM 6100-RECON-LINE THRU 6100-EXIT.
008560     MOVE "RETURNED - POSTING REJECTED  :" TO WS-RN-LABEL.
008570     MOVE 4 TO WS-RC-IDX.
008580     PERFORM 6100-RECON-LINE THRU 6100-EXIT.
008590     COMPUTE WS-ACCOUNTED-CR-CNT = WS-RC-CR-CNT(2)
008600         + WS-RC-CR-CNT(3) + WS-RC-CR-CNT(4).
008610     COMPUTE WS-ACCOUNTED-CR-AMT = WS-RC-CR-AMT(2)
008620         + WS-RC-CR-AMT(3) + WS-RC-CR-AMT(4).
008630     COMPUTE WS-ACCOUNTED-DR-CNT = WS-RC-DR-CNT(2)
008640         + WS-RC-DR-CNT(3) + WS-RC-DR-CNT(4).
008650     COMPUTE WS-ACCOUNTED-DR-AMT = WS-RC-DR-AMT(2)
008660         + WS-RC-DR-AMT(3) + WS-RC-DR-AMT(4).
008670     MOVE "POSTED PLUS RETURNED         :" TO WS-RN-LABEL.
008680     MOVE WS-ACCOUNTED-CR-CNT TO WS-RN-CR-CNT.
008690     MOVE WS-ACCOUNTED-CR-AMT TO WS-RN-CR-AMT.
008700     MOVE WS-ACCOUNTED-DR-CNT TO WS-RN-DR-CNT.
008710     MOVE WS-ACCOUNTED-DR-AMT TO WS-RN-DR-AMT.
008720     MOVE WS-REC-LINE TO RPT-LINE.
008730     WRITE RPT-LINE.
008740     MOVE "UNRESOLVED                   :" TO WS-RN-LABEL.
008750     MOVE 5 TO WS-RC-IDX.
008760     PERFORM 6100-RECON-LINE THRU 6100-EXIT.
008770     MOVE SPACES TO RPT-LINE.
008780     WRITE RPT-LINE.
008790     IF WS-ACCOUNTED-CR-AMT = WS-RC-CR-AMT(1)
008800         AND WS-ACCOUNTED-DR-AMT = WS-RC-DR-AMT(1)
008810         AND WS-ACCOUNTED-CR-CNT = WS-RC-CR-CNT(1)
008820         AND WS-ACCOUNTED-DR-CNT = WS-RC-DR-CNT(1)
008830         MOVE "  RECONCILED - RECEIVED = POSTED PLUS RETURNED"
008840             TO RPT-LINE
008850     ELSE
008860         MOVE "  *** OUT OF BALANCE - SEE UNRESOLVED ENTRIES ***"
008870             TO RPT-LINE
008880         MOVE 4 TO WS-RL-RC
008890         MOVE "CLEARING OUT OF BALANCE" TO WS-RL-MESSAGE
008900     END-IF.
008910     WRITE RPT-LINE.
008920     IF WS-EXC-CNT > ZERO
008930         MOVE "  *** EXCEPTIONS NOT TIED TO THE REGISTER LISTED"
008940             TO RPT-LINE
008950         WRITE RPT-LINE
008960         MOVE 4 TO WS-RL-RC
008970         IF WS-RL-MESSAGE = SPACES
008980             MOVE "ACHI EXCEPTIONS LISTED" TO WS-RL-MESSAGE
008990         END-IF
009000     END-IF.
009010 6000-EXIT.
009020     EXIT.
009030
009040 6100-RECON-LINE.
009050     MOVE WS-RC-CR-CNT(WS-RC-IDX) TO WS-RN-CR-CNT.
009060     MOVE WS-RC-CR-AMT(WS-RC-IDX) TO WS-RN-CR-AMT.
009070     MOVE WS-RC-DR-CNT(WS-RC-IDX) TO WS-RN-DR-CNT.
009080     MOVE WS-RC-DR-AMT(WS-RC-IDX) TO WS-RN-DR-AMT.
009090     MOVE WS-REC-LINE TO RPT-LINE.
009100     WRITE RPT-LINE.
009110 6100-EXIT.
009120     EXIT.
009130
009140*----------------------------------------------------------*
009150* 8000-FINALIZE - CLOSE FILES AND PRINT THE RUN SUMMARY.    *
009160*----------------------------------------------------------*
009170 8000-FINALIZE.
009180     DISPLAY "ACHRETN - CLEARING RETURNS RUN SUMMARY".
009190     DISPLAY "REJECTS READ        : " WS-REJ-READ-CNT.
009200     DISPLAY "ACHI REJECTS        : " WS-REJ-ACH-CNT.
009210     DISPLAY "ACHI POSTINGS       : " WS-JRNL-ACH-CNT.
009220     DISPLAY "RETURNS SENT        : " WS-RTN-ENTRY-CNT.
009230     DISPLAY "RETURNS FILE RECORDS: " WS-RTN-REC-CNT.
009240     DISPLAY "UNRESOLVED ENTRIES  : " WS-RC-CR-CNT(5)
009250         " CR " WS-RC-DR-CNT(5) " DR".
009260     DISPLAY "EXCEPTIONS          : " WS-EXC-CNT.
009270     CLOSE REJFILE TRANJRNL ACHREG ACHRTN ACHRECN.
009280 8000-EXIT.
009290     EXIT.
009300
009310*----------------------------------------------------------*
009320* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
009330*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
009340*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
009350*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
009360*----------------------------------------------------------*
009370 8900-LEDGER-END.
009375     INITIALIZE WS-RL-COUNTS.
009380     MOVE "RECEIVED" TO WS-RL-CNT-LABEL(1).
009390     COMPUTE WS-RL-CNT-VALUE(1) =
009400         WS-RC-CR-CNT(1) + WS-RC-DR-CNT(1).
009410     MOVE "POSTED" TO WS-RL-CNT-LABEL(2).
009420     COMPUTE WS-RL-CNT-VALUE(2) =
009430         WS-RC-CR-CNT(2) + WS-RC-DR-CNT(2).
009440     MOVE "RETURNED" TO WS-RL-CNT-LABEL(3).
009450     MOVE WS-RTN-ENTRY-CNT TO WS-RL-CNT-VALUE(3).
009460     MOVE "UNRESOLVED" TO WS-RL-CNT-LABEL(4).
009470     COMPUTE WS-RL-CNT-VALUE(4) =
009480         WS-RC-CR-CNT(5) + WS-RC-DR-CNT(5).
009490     OPEN I-O RUNLEDG.
009500     IF WS-RL-FS NOT = "00"
009510         DISPLAY "ACHRETN: RUNLEDG NOT AVAILABLE " WS-RL-FS
009520         DISPLAY "ACHRETN: END OF RUN NOT RECORDED"
009530         GO TO 8900-EXIT
009540     END-IF.
009550     MOVE WS-RL-STEP TO RL-STEP.
009560     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
009570     IF NOT RL-ON-FILE
009580         INITIALIZE RUNLEDG-REC
009590         MOVE WS-BUS-DATE TO RL-BUS-DATE
009600         MOVE WS-RL-STEP TO RL-STEP
009610         MOVE 1 TO RL-RUN-COUNT
009620     END-IF.
009630     IF WS-RL-RC < 8
009640         MOVE "C" TO RL-STATUS
009650     ELSE
009660         MOVE "F" TO RL-STATUS
009670     END-IF.
009680     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
009690     ACCEPT RL-END-TIME FROM TIME.
009700     MOVE WS-RL-RC TO RL-RETURN-CODE.
009710     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
009720     MOVE WS-RL-COUNTS TO RL-COUNTS.
009730     IF RL-ON-FILE
009740         REWRITE RUNLEDG-REC
009750             INVALID KEY
009760                 DISPLAY "ACHRETN: RUNLEDG REWRITE FAILED "
009770                     WS-RL-FS
009780         END-REWRITE
009790     ELSE
009800         WRITE RUNLEDG-REC
009810             INVALID KEY
009820                 DISPLAY "ACHRETN: RUNLEDG WRITE FAILED "
009830                     WS-RL-FS
009840         END-WRITE
009850     END-IF.
009860     CLOSE RUNLEDG.
009870 8900-EXIT.
009880     EXIT.
