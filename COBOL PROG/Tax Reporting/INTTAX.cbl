000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. INTTAX.
000120 AUTHOR. D L SYSTEMS GROUP.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160 REMARKS. YEAR-END INTEREST TAX REPORTING (1099-INT STYLE). RUN
000170     ONCE A YEAR, AFTER THE LAST BUSINESS DAY OF THE TAX YEAR
000180     NAMED ON THE TAXPARM CARD. EVERY INTEREST CREDIT (INTR)
000190     POSTED IN THE YEAR IS GATHERED FROM THE JRNLARCH ARCHIVE
000200     FILES FOR THE PURGED MONTHS (ARCHIN, CONCATENATED) AND
000210     FROM THE LIVE TRANJRNL. A REVR ENTRY THAT REVERSES ONE OF
000220     THEM (SAME ACCOUNT, ORIGINAL DATE AND AMOUNT) NETS IT OFF,
000230     WHENEVER THE REVERSAL ITSELF WAS POSTED. EACH ACCOUNT'S
000240     NET INTEREST IS GROUPED THROUGH ACCT-CUST-ID INTO A
000250     CUSTOMER TOTAL ON TAXHIST. A CUSTOMER AT OR ABOVE THE
000260     REPORTING THRESHOLD (TAXPARM, DEFAULT 10.00) GETS A PAYEE
000270     RECORD ON THE TAXFILE ELECTRONIC FILING FILE AND A PRINTED
000280     TAX NOTICE ON TAXNOTE WITH THE CUSTMST ADDRESS BLOCK.
000290     CUSTOMERS UNDER THE THRESHOLD, AND ACCOUNTS THAT CANNOT BE
000300     TIED TO A CUSTMST ADDRESS, ARE LISTED SEPARATELY ON TAXRPT.
000310     IN CORRECTIONS MODE (TAXPARM MODE C) THE YEAR IS WORKED
000320     OUT AGAIN AND ONLY CUSTOMERS WHOSE REPORTABLE AMOUNT NOW
000330     DIFFERS FROM THE AMOUNT LAST FILED GET AN AMENDED RECORD
000340     AND A CORRECTED NOTICE. THE ARCHIVES ARE PROVED BEFORE
000342     ANYTHING IS FILED: A SEGMENT WHOSE TRAILER DOES NOT AGREE
000344     WITH ITS DETAILS, OR THAT ENDS WITHOUT A TRAILER, REFUSES
000346     THE RUN.
000350*----------------------------------------------------------*
000360* MODIFICATION HISTORY                                      *
000370*  DATE      BY   DESCRIPTION                                *
000380*  10/15/26  DLS  INITIAL VERSION.                           *
000390*----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ACCOUNT1 ASSIGN TO ACCOUNTF
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS ACCT-NO
000470         FILE STATUS IS WS-ACC-FS.
000480
000490     SELECT CUSTMST ASSIGN TO CUSTMST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS CM-CUST-ID
000530         FILE STATUS IS WS-CM-FS.
000540
000550     SELECT TRANJRNL ASSIGN TO TRANJRNL
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS JR-KEY OF JRNL-REC
000590         FILE STATUS IS WS-JR-FS.
000600
000610     SELECT ARCHIN ASSIGN TO ARCHIN
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-AR-FS.
000640
000650     SELECT TAXWORK ASSIGN TO TAXWORK
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS TW-KEY
000690         FILE STATUS IS WS-TW-FS.
000700
000710     SELECT TAXHIST ASSIGN TO TAXHIST
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS TH-KEY
000750         FILE STATUS IS WS-TH-FS.
000760
000770     SELECT TAXPARM ASSIGN TO TAXPARM
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-TP-FS.
000800
000810     SELECT TAXFILE ASSIGN TO TAXFILE
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-TF-FS.
000840
000850     SELECT TAXNOTE ASSIGN TO TAXNOTE
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-TN-FS.
000880
000890     SELECT TAXRPT ASSIGN TO TAXRPT
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-RPT-FS.
000920
000930     SELECT BUSDATE ASSIGN TO BUSDATE
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-BD-FS.
000960
000970     SELECT RUNPREQ ASSIGN TO RUNPREQ
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-PQ-FS.
001000
001010     SELECT RUNLEDG ASSIGN TO RUNLEDG
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS RL-KEY
001050         FILE STATUS IS WS-RL-FS.
001060
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  ACCOUNT1.
001100 01  ACCT-REC.
001110     COPY ACCTREC.
001120
001130 FD  CUSTMST.
001140 01  CUST-REC.
001150     COPY CUSTREC.
001160
001170 FD  TRANJRNL.
001180 01  JRNL-REC.
001190     COPY JRNLREC.
001200
001210 FD  ARCHIN.
001220 01  ARCH-REC.
001230     COPY ARCHREC.
001240
001250 FD  TAXWORK.
001260 01  TW-REC.
001270     05 TW-KEY.
001280        10 TW-ACCT-NO PIC X(10).
001290        10 TW-ORIG-DATE PIC 9(08).
001300        10 TW-KIND PIC X(01).
001310           88 TW-INTEREST VALUE "I".
001320           88 TW-REVERSAL VALUE "R".
001330        10 TW-SRC-DATE PIC 9(08).
001340        10 TW-SRC-SEQ PIC 9(06).
001350     05 TW-AMOUNT PIC 9(7)V99.
001360     05 TW-REVERSED-SW PIC X(01).
001370        88 TW-IS-REVERSED VALUE "Y".
001380     05 TW-SOURCE PIC X(01).
001390        88 TW-FROM-ARCHIVE VALUE "A".
001400        88 TW-FROM-LIVE VALUE "L".
001410
001420 FD  TAXHIST.
001430 01  TAXHIST-REC.
001440     COPY TAXHREC.
001450
001460 FD  TAXPARM.
001470 01  TAXPARM-REC.
001480     05 TP-TAX-YEAR PIC 9(04).
001490     05 TP-MODE PIC X(01).
001500     05 TP-THRESHOLD PIC 9(05)V99.
001510     05 TP-PAYER-ID PIC X(10).
001520     05 TP-PAYER-NAME PIC X(30).
001530
001540 FD  TAXFILE.
001550 01  TF-PAYER-REC.
001560     05 TA-REC-TYPE PIC X(01).
001570     05 TA-TAX-YEAR PIC 9(04).
001580     05 TA-CORR-IND PIC X(01).
001590     05 TA-PAYER-ID PIC X(10).
001600     05 TA-PAYER-NAME PIC X(30).
001610     05 TA-FILE-DATE PIC 9(08).
001620     05 FILLER PIC X(106).
001630 01  TF-PAYEE-REC.
001640     05 TB-REC-TYPE PIC X(01).
001650     05 TB-TAX-YEAR PIC 9(04).
001660     05 TB-CORR-IND PIC X(01).
001670     05 TB-CUST-ID PIC X(08).
001680     05 TB-NAME PIC X(30).
001690     05 TB-ADDR-LINE1 PIC X(30).
001700     05 TB-ADDR-LINE2 PIC X(30).
001710     05 TB-ADDR-LINE3 PIC X(30).
001720     05 TB-INT-AMOUNT PIC 9(09)V99.
001730     05 TB-ACCT-COUNT PIC 9(03).
001740     05 FILLER PIC X(12).
001750 01  TF-END-REC.
001760     05 TC-REC-TYPE PIC X(01).
001770     05 TC-TAX-YEAR PIC 9(04).
001780     05 TC-CORR-IND PIC X(01).
001790     05 TC-PAYEE-COUNT PIC 9(07).
001800     05 TC-AMT-TOTAL PIC 9(11)V99.
001810     05 FILLER PIC X(134).
001820
001830 FD  TAXNOTE.
001840 01  NOTE-LINE PIC X(132).
001850
001860 FD  TAXRPT.
001870 01  RPT-LINE PIC X(132).
001880
001890 FD  BUSDATE.
001900 01  BUSDATE-REC.
001910     COPY BUSDTREC.
001920
001930 FD  RUNPREQ.
001940 01  RUNPREQ-REC.
001950     COPY RUNPREQREC.
001960
001970 FD  RUNLEDG.
001980 01  RUNLEDG-REC.
001990     COPY RUNLEDREC.
002000
002010 WORKING-STORAGE SECTION.
002020 01  WS-ACC-FS PIC X(02).
002030 01  WS-CM-FS PIC X(02).
002040 01  WS-JR-FS PIC X(02).
002050 01  WS-AR-FS PIC X(02).
002060 01  WS-TW-FS PIC X(02).
002070 01  WS-TH-FS PIC X(02).
002080     88 TH-FILE-OK VALUE "00".
002090 01  WS-TP-FS PIC X(02).
002100 01  WS-TF-FS PIC X(02).
002110 01  WS-TN-FS PIC X(02).
002120 01  WS-RPT-FS PIC X(02).
002130 01  WS-BD-FS PIC X(02).
002140 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.
002150 01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
002160     05 WS-BUS-YEAR PIC 9(04).
002170     05 FILLER PIC 9(04).
002180
002190 01  WS-AR-EOF-SW PIC X(01) VALUE "N".
002200     88 AR-AT-EOF VALUE "Y".
002210 01  WS-JR-EOF-SW PIC X(01) VALUE "N".
002220     88 JR-AT-EOF VALUE "Y".
002230 01  WS-TW-EOF-SW PIC X(01) VALUE "N".
002240     88 TW-AT-EOF VALUE "Y".
002250 01  WS-TH-EOF-SW PIC X(01) VALUE "N".
002260     88 TH-AT-EOF VALUE "Y".
002270 01  WS-GRP-END-SW PIC X(01) VALUE "N".
002280     88 GRP-AT-END VALUE "Y".
002290 01  WS-MATCH-SW PIC X(01) VALUE "N".
002300     88 INTEREST-MATCHED VALUE "Y".
002310
002320 01  WS-TAX-YEAR PIC 9(04) VALUE ZERO.
002330 01  WS-MODE PIC X(01) VALUE "O".
002340     88 ORIGINAL-MODE VALUE "O".
002350     88 CORRECTION-MODE VALUE "C".
002360 01  WS-THRESHOLD PIC 9(05)V99 VALUE 10.00.
002370 01  WS-PAYER-ID PIC X(10) VALUE SPACES.
002380 01  WS-PAYER-NAME PIC X(30) VALUE SPACES.
002390 01  WS-CORR-IND PIC X(01) VALUE SPACE.
002400
002410 01  WS-WORK-JRNL-REC.
002420     COPY JRNLREC.
002430 01  WS-REV-MEMO.
002440     05 WS-RM-PREFIX PIC X(12).
002450     05 WS-RM-ACCT-NO PIC X(10).
002460     05 WS-RM-DATE-X PIC X(08).
002470     05 WS-RM-DATE REDEFINES WS-RM-DATE-X PIC 9(08).
002480 01  WS-TW-SAVE-KEY.
002490     05 WS-SK-ACCT-NO PIC X(10).
002500     05 WS-SK-ORIG-DATE PIC 9(08).
002510     05 WS-SK-KIND PIC X(01).
002520     05 WS-SK-SRC-DATE PIC 9(08).
002530     05 WS-SK-SRC-SEQ PIC 9(06).
002540 01  WS-REV-AMT PIC 9(7)V99 VALUE ZERO.
002550 01  WS-CUR-ACCT PIC X(10) VALUE SPACES.
002560 01  WS-ACCT-INT PIC 9(09)V99 VALUE ZERO.
002570 01  WS-NEW-FILED PIC 9(09)V99 VALUE ZERO.
002580 01  WS-PREV-FILED PIC 9(09)V99 VALUE ZERO.
002590 01  WS-UNLINK-REASON PIC X(30) VALUE SPACES.
002600 01  WS-ACTION PIC X(20) VALUE SPACES.
002610
002620 01  WS-SEG-COUNT PIC 9(07) VALUE ZERO.
002630 01  WS-SEG-TOTAL PIC 9(11)V99 VALUE ZERO.
002640 01  WS-TRAILER-CNT PIC 9(05) COMP VALUE ZERO.
002650 01  WS-ARCH-BAD-CNT PIC 9(05) COMP VALUE ZERO.
002660 01  WS-ARCH-READ-CNT PIC 9(09) COMP VALUE ZERO.
002670 01  WS-LIVE-READ-CNT PIC 9(09) COMP VALUE ZERO.
002680 01  WS-INT-LOAD-CNT PIC 9(07) COMP VALUE ZERO.
002690 01  WS-REV-LOAD-CNT PIC 9(07) COMP VALUE ZERO.
002700 01  WS-DUP-CNT PIC 9(07) COMP VALUE ZERO.
002710 01  WS-NETTED-CNT PIC 9(07) COMP VALUE ZERO.
002720 01  WS-REV-OTHER-CNT PIC 9(07) COMP VALUE ZERO.
002730 01  WS-ACCT-CNT PIC 9(07) COMP VALUE ZERO.
002740 01  WS-UNLINKED-CNT PIC 9(07) COMP VALUE ZERO.
002750 01  WS-PRIOR-FILED-CNT PIC 9(07) COMP VALUE ZERO.
002760 01  WS-PAYEE-CNT PIC 9(07) COMP VALUE ZERO.
002770 01  WS-UNCHANGED-CNT PIC 9(07) COMP VALUE ZERO.
002780 01  WS-UNDER-CNT PIC 9(07) COMP VALUE ZERO.
002790 01  WS-SECTION-CNT PIC 9(07) COMP VALUE ZERO.
002800
002810 01  WS-INT-LOAD-TOTAL PIC 9(11)V99 VALUE ZERO.
002820 01  WS-NETTED-TOTAL PIC 9(11)V99 VALUE ZERO.
002830 01  WS-UNLINKED-TOTAL PIC 9(11)V99 VALUE ZERO.
002840 01  WS-PAYEE-TOTAL PIC 9(11)V99 VALUE ZERO.
002850 01  WS-UNDER-TOTAL PIC 9(11)V99 VALUE ZERO.
002860
002870 01  WS-DATE-IN PIC 9(08).
002880 01  WS-DATE-IN-R REDEFINES WS-DATE-IN.
002890     05 WS-DI-YEAR PIC 9(04).
002900     05 WS-DI-MONTH PIC 9(02).
002910     05 WS-DI-DAY PIC 9(02).
002920 01  WS-DATE-OUT.
002930     05 WS-DO-MONTH PIC 9(02).
002940     05 FILLER PIC X(01) VALUE "/".
002950     05 WS-DO-DAY PIC 9(02).
002960     05 FILLER PIC X(01) VALUE "/".
002970     05 WS-DO-YEAR PIC 9(04).
002980 01  WS-NOTE-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
002990 01  WS-NOTE-PREV PIC ZZZ,ZZZ,ZZ9.99.
003000 01  WS-THRESH-EDIT PIC ZZ,ZZ9.99.
003010
003020 01  WS-ADDR-LINE.
003030     05 FILLER PIC X(09) VALUE SPACES.
003040     05 WS-AD-TEXT PIC X(30).
003050     05 FILLER PIC X(93) VALUE SPACES.
003060
003070 01  WS-CUST-HDR-LINE.
003080     05 FILLER PIC X(02) VALUE SPACES.
003090     05 FILLER PIC X(10) VALUE "CUSTOMER".
003100     05 FILLER PIC X(32) VALUE "NAME".
003110     05 FILLER PIC X(05) VALUE "ACCTS".
003120     05 FILLER PIC X(16) VALUE "        INTEREST".
003130     05 FILLER PIC X(18) VALUE "  PREVIOUSLY FILED".
003140     05 FILLER PIC X(02) VALUE SPACES.
003150     05 FILLER PIC X(47) VALUE "ACTION".
003160
003170 01  WS-CUST-LINE.
003180     05 FILLER PIC X(02) VALUE SPACES.
003190     05 WS-CL-CUST-ID PIC X(08).
003200     05 FILLER PIC X(02) VALUE SPACES.
003210     05 WS-CL-NAME PIC X(30).
003220     05 FILLER PIC X(02) VALUE SPACES.
003230     05 WS-CL-ACCTS PIC ZZ9.
003240     05 FILLER PIC X(02) VALUE SPACES.
003250     05 WS-CL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
003260     05 FILLER PIC X(04) VALUE SPACES.
003270     05 WS-CL-PREV PIC ZZZ,ZZZ,ZZ9.99.
003280     05 FILLER PIC X(02) VALUE SPACES.
003290     05 WS-CL-ACTION PIC X(20).
003300     05 FILLER PIC X(29) VALUE SPACES.
003310
003320 01  WS-ACCT-HDR-LINE.
003330     05 FILLER PIC X(02) VALUE SPACES.
003340     05 FILLER PIC X(12) VALUE "ACCOUNT".
003350     05 FILLER PIC X(10) VALUE "CUSTOMER".
003360     05 FILLER PIC X(32) VALUE "NAME ON ACCOUNT".
003370     05 FILLER PIC X(16) VALUE "        INTEREST".
003380     05 FILLER PIC X(02) VALUE SPACES.
003390     05 FILLER PIC X(58) VALUE "REASON".
003400
003410 01  WS-ACCT-LINE.
003420     05 FILLER PIC X(02) VALUE SPACES.
003430     05 WS-AL-ACCT-NO PIC X(10).
003440     05 FILLER PIC X(02) VALUE SPACES.
003450     05 WS-AL-CUST-ID PIC X(08).
003460     05 FILLER PIC X(02) VALUE SPACES.
003470     05 WS-AL-NAME PIC X(30).
003480     05 FILLER PIC X(02) VALUE SPACES.
003490     05 WS-AL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
003500     05 FILLER PIC X(02) VALUE SPACES.
003510     05 WS-AL-REASON PIC X(30).
003520     05 FILLER PIC X(30) VALUE SPACES.
003530
003540 01  WS-SUM-LINE.
003550     05 FILLER PIC X(02) VALUE SPACES.
003560     05 WS-SL-LABEL PIC X(30).
003570     05 WS-SL-COUNT PIC ZZZZZZ9.
003580     05 FILLER PIC X(93) VALUE SPACES.
003590
003600 01  WS-AMT-LINE.
003610     05 FILLER PIC X(02) VALUE SPACES.
003620     05 WS-ML-LABEL PIC X(30).
003630     05 WS-ML-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003640     05 FILLER PIC X(83) VALUE SPACES.
003650
003660 01  WS-PQ-FS PIC X(02).
003670 01  WS-RL-FS PIC X(02).
003680 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
003690     88 RP-AT-EOF VALUE "Y".
003700 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
003710     88 RL-ON-FILE VALUE "Y".
003720 01  WS-RL-STEP PIC X(10) VALUE "INTTAX".
003730 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
003740 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
003750 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
003760 01  WS-RL-RC PIC 9(04) VALUE ZERO.
003770 01  WS-RL-COUNTS.
003780     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
003790        10 WS-RL-CNT-LABEL PIC X(10).
003800        10 WS-RL-CNT-VALUE PIC 9(09).
003810
003820 PROCEDURE DIVISION.
003830
003840 0000-MAINLINE.
003850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003860     PERFORM 2000-LOAD-ARCHIVE THRU 2000-EXIT
003870         UNTIL AR-AT-EOF.
003873     PERFORM 2300-PROVE-ARCHIVE THRU 2300-EXIT.
003876     PERFORM 1400-OPEN-OUTPUTS THRU 1400-EXIT.
003880     PERFORM 2500-LOAD-LIVE THRU 2500-EXIT
003890         UNTIL JR-AT-EOF.
003900     PERFORM 3000-NET-REVERSALS THRU 3000-EXIT.
003910     PERFORM 4000-TOTAL-CUSTOMERS THRU 4000-EXIT.
003920     PERFORM 5000-FILE-CUSTOMERS THRU 5000-EXIT.
003930     PERFORM 6000-LIST-UNDER THRU 6000-EXIT.
003940     PERFORM 7500-WRITE-SUMMARY THRU 7500-EXIT.
003950     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003960     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
003970     STOP RUN.
003980
003990*----------------------------------------------------------*
004000* 1000-INITIALIZE - BUSINESS DATE, THE TAXPARM CARD, A      *
004010*                   CHECK AGAINST ANY EARLIER FILING FOR    *
004020*                   THE YEAR, AND THE INPUT AND WORK FILES. *
004023*                   THE OUTPUTS WAIT UNTIL THE ARCHIVES     *
004026*                   HAVE PROVED.                            *
004030*----------------------------------------------------------*
004040 1000-INITIALIZE.
004050     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
004060     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
004070     PERFORM 1200-READ-TAXPARM THRU 1200-EXIT.
004080     OPEN INPUT ACCOUNT1.
004090     IF WS-ACC-FS NOT = "00"
004100         DISPLAY "INTTAX: ERROR OPENING ACCOUNT1 " WS-ACC-FS
004110         STOP RUN
004120     END-IF.
004130     OPEN INPUT CUSTMST.
004140     IF WS-CM-FS NOT = "00"
004150         DISPLAY "INTTAX: ERROR OPENING CUSTMST " WS-CM-FS
004160         DISPLAY "INTTAX: NOTICES CANNOT BE ADDRESSED"
004170         STOP RUN
004180     END-IF.
004190     OPEN I-O TAXHIST.
004200     IF NOT TH-FILE-OK
004210         OPEN OUTPUT TAXHIST
004220         IF NOT TH-FILE-OK
004230             DISPLAY "INTTAX: ERROR OPENING TAXHIST " WS-TH-FS
004240             STOP RUN
004250         END-IF
004260         CLOSE TAXHIST
004270         OPEN I-O TAXHIST
004280         IF NOT TH-FILE-OK
004290             DISPLAY "INTTAX: ERROR REOPENING TAXHIST " WS-TH-FS
004300             STOP RUN
004310         END-IF
004320     END-IF.
004330     PERFORM 1300-CHECK-PRIOR-FILING THRU 1300-EXIT.
004340     OPEN INPUT ARCHIN.
004350     IF WS-AR-FS NOT = "00"
004360         DISPLAY "INTTAX: ARCHIN NOT AVAILABLE " WS-AR-FS
004370         DISPLAY "INTTAX: SUPPLY THE YEAR'S ARCHIVES, OR AN EMPTY"
004380         DISPLAY "FILE IF NO MONTH OF THE YEAR HAS BEEN PURGED"
004390         MOVE "ARCHIN NOT AVAILABLE" TO WS-RL-MESSAGE
004400         PERFORM 1800-REFUSE-RUN THRU 1800-EXIT
004410     END-IF.
004420     OPEN INPUT TRANJRNL.
004430     IF WS-JR-FS NOT = "00"
004440         DISPLAY "INTTAX: TRANJRNL NOT AVAILABLE " WS-JR-FS
004450         MOVE "TRANJRNL NOT AVAILABLE" TO WS-RL-MESSAGE
004460         PERFORM 1800-REFUSE-RUN THRU 1800-EXIT
004470     END-IF.
004480     OPEN OUTPUT TAXWORK.
004490     CLOSE TAXWORK.
004500     OPEN I-O TAXWORK.
004510     IF WS-TW-FS NOT = "00"
004520         DISPLAY "INTTAX: ERROR OPENING TAXWORK " WS-TW-FS
004530         STOP RUN
004540     END-IF.
004560 1000-EXIT.
004570     EXIT.
004580
004590*----------------------------------------------------------*
004600* 1100-READ-BUSDATE - PICK UP THE CURRENT BUSINESS DATE.    *
004610*                     NO BATCH PROGRAM MAY RUN WITHOUT IT.  *
004620*----------------------------------------------------------*
004630 1100-READ-BUSDATE.
004640     OPEN INPUT BUSDATE.
004650     IF WS-BD-FS NOT = "00"
004660         DISPLAY "INTTAX: BUSDATE NOT AVAILABLE " WS-BD-FS
004670         DISPLAY "INTTAX: RUN CANNOT START WITHOUT A"
004680         DISPLAY "BUSINESS DATE"
004690         STOP RUN
004700     END-IF.
004710     READ BUSDATE
004720         AT END
004730             DISPLAY "INTTAX: BUSDATE FILE IS EMPTY"
004740             CLOSE BUSDATE
004750             STOP RUN
004760         NOT AT END
004770             MOVE BD-BUS-DATE TO WS-BUS-DATE
004780     END-READ.
004790     CLOSE BUSDATE.
004800     DISPLAY "INTTAX: BUSINESS DATE " WS-BUS-DATE.
004810 1100-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------*
004850* 1200-READ-TAXPARM - TAX YEAR, MODE (O ORIGINAL, C         *
004860*                     CORRECTIONS), REPORTING THRESHOLD AND *
004870*                     THE PAYER'S ID AND NAME FOR THE       *
004880*                     FILING FILE. A BLANK YEAR MEANS LAST  *
004890*                     YEAR; A BLANK THRESHOLD KEEPS 10.00.  *
004900*                     THE YEAR MUST HAVE ENDED AND THE      *
004910*                     PAYER MUST BE NAMED, OR THE RUN IS    *
004920*                     REFUSED.                              *
004930*----------------------------------------------------------*
004940 1200-READ-TAXPARM.
004950     COMPUTE WS-TAX-YEAR = WS-BUS-YEAR - 1.
004960     OPEN INPUT TAXPARM.
004970     IF WS-TP-FS NOT = "00"
004980         DISPLAY "INTTAX: TAXPARM NOT AVAILABLE " WS-TP-FS
004990         MOVE "TAXPARM NOT AVAILABLE" TO WS-RL-MESSAGE
005000         PERFORM 1800-REFUSE-RUN THRU 1800-EXIT
005010     END-IF.
005020     READ TAXPARM
005030         AT END
005040             DISPLAY "INTTAX: TAXPARM IS EMPTY"
005050             CLOSE TAXPARM
005060             MOVE "TAXPARM IS EMPTY" TO WS-RL-MESSAGE
005070             PERFORM 1800-REFUSE-RUN THRU 1800-EXIT
005080     END-READ.
005090     CLOSE TAXPARM.
005100     IF TP-TAX-YEAR NUMERIC AND TP-TAX-YEAR > ZERO
005110         MOVE TP-TAX-YEAR TO WS-TAX-YEAR
005120     END-IF.
005130     IF TP-MODE NOT = SPACE
005140         MOVE TP-MODE TO WS-MODE
005150     END-IF.
005160     IF TP-THRESHOLD NUMERIC AND TP-THRESHOLD > ZERO
005170         MOVE TP-THRESHOLD TO WS-THRESHOLD
005180     END-IF.
005190     MOVE TP-PAYER-ID TO WS-PAYER-ID.
005200     MOVE TP-PAYER-NAME TO WS-PAYER-NAME.
005210     IF NOT ORIGINAL-MODE AND NOT CORRECTION-MODE
005220         DISPLAY "INTTAX: TAXPARM MODE " WS-MODE
005230             " IS NOT O OR C"
005240         MOVE "TAXPARM MODE INVALID" TO WS-RL-MESSAGE
005250         PERFORM 1800-REFUSE-RUN THRU 1800-EXIT
005260     END-IF.
005270     IF WS-TAX-YEAR NOT < WS-BUS-YEAR
005280         DISPLAY "INTTAX: TAX YEAR " WS-TAX-YEAR
005290             " HAS NOT ENDED"
005300         MOVE "TAX YEAR NOT ENDED" TO WS-RL-MESSAGE
005310         PERFORM 1800-REFUSE-RUN THRU 1800-EXIT
005320     END-IF.
005330     IF WS-PAYER-ID = SPACES OR WS-PAYER-NAME = SPACES
005340         DISPLAY "INTTAX: TAXPARM DOES NOT NAME THE PAYER"
005350         MOVE "PAYER NOT NAMED" TO WS-RL-MESSAGE
005360         PERFORM 1800-REFUSE-RUN THRU 1800-EXIT
005370     END-IF.
005380     MOVE WS-THRESHOLD TO WS-THRESH-EDIT.
005390     IF CORRECTION-MODE
005400         MOVE "G" TO WS-CORR-IND
005410         DISPLAY "INTTAX: CORRECTIONS FOR TAX YEAR " WS-TAX-YEAR
005420     ELSE
005430         MOVE SPACE TO WS-CORR-IND
005440         DISPLAY "INTTAX: ORIGINAL FILING FOR TAX YEAR "
005450             WS-TAX-YEAR
005460     END-IF.
005470     DISPLAY "INTTAX: REPORTING THRESHOLD " WS-THRESH-EDIT.
005480 1200-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------*
005520* 1300-CHECK-PRIOR-FILING - COUNT THE YEAR'S TAXHIST        *
005530*                           CUSTOMERS ALREADY COVERED BY AN *
005540*                           ORIGINAL RUN. AN ORIGINAL RUN   *
005550*                           IS REFUSED ONCE THE YEAR HAS    *
005560*                           BEEN FILED (USE MODE C); A      *
005570*                           CORRECTIONS RUN IS REFUSED      *
005580*                           UNTIL IT HAS.                   *
005590*----------------------------------------------------------*
005600 1300-CHECK-PRIOR-FILING.
005610     MOVE "N" TO WS-TH-EOF-SW.
005620     MOVE WS-TAX-YEAR TO TH-TAX-YEAR.
005630     MOVE LOW-VALUES TO TH-CUST-ID.
005640     START TAXHIST KEY IS NOT LESS THAN TH-KEY
005650         INVALID KEY
005660             MOVE "Y" TO WS-TH-EOF-SW
005670     END-START.
005680     PERFORM 1310-PRIOR-STEP THRU 1310-EXIT
005690         UNTIL TH-AT-EOF.
005700     IF ORIGINAL-MODE AND WS-PRIOR-FILED-CNT > ZERO
005710         DISPLAY "INTTAX: TAX YEAR " WS-TAX-YEAR
005720             " HAS ALREADY BEEN FILED"
005730         DISPLAY "INTTAX: RUN REFUSED - USE MODE C FOR AMENDED"
005740         DISPLAY "RECORDS"
005760         MOVE "YEAR ALREADY FILED" TO WS-RL-MESSAGE
005770         PERFORM 1800-REFUSE-RUN THRU 1800-EXIT
005790     END-IF.
005800     IF CORRECTION-MODE AND WS-PRIOR-FILED-CNT = ZERO
005810         DISPLAY "INTTAX: NO ORIGINAL FILING FOR TAX YEAR "
005820             WS-TAX-YEAR
005830         MOVE "NO ORIGINAL FILING" TO WS-RL-MESSAGE
005840         PERFORM 1800-REFUSE-RUN THRU 1800-EXIT
005850     END-IF.
005860 1300-EXIT.
005870     EXIT.
005880
005890 1310-PRIOR-STEP.
005900     READ TAXHIST NEXT RECORD
005910         AT END
005920             MOVE "Y" TO WS-TH-EOF-SW
005930             GO TO 1310-EXIT
005940     END-READ.
005950     IF TH-TAX-YEAR NOT = WS-TAX-YEAR
005960         MOVE "Y" TO WS-TH-EOF-SW
005970         GO TO 1310-EXIT
005980     END-IF.
005990     IF TH-ORIG-DATE NOT = ZERO
006000         ADD 1 TO WS-PRIOR-FILED-CNT
006010     END-IF.
006020 1310-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------*
006060* 1400-OPEN-OUTPUTS - THE FILING FILE WITH ITS PAYER        *
006070*                     RECORD, THE NOTICES AND THE REPORT.   *
006080*----------------------------------------------------------*
006090 1400-OPEN-OUTPUTS.
006100     OPEN OUTPUT TAXFILE.
006110     IF WS-TF-FS NOT = "00"
006120         DISPLAY "INTTAX: ERROR OPENING TAXFILE " WS-TF-FS
006130         STOP RUN
006140     END-IF.
006150     OPEN OUTPUT TAXNOTE.
006160     IF WS-TN-FS NOT = "00"
006170         DISPLAY "INTTAX: ERROR OPENING TAXNOTE " WS-TN-FS
006180         STOP RUN
006190     END-IF.
006200     OPEN OUTPUT TAXRPT.
006210     IF WS-RPT-FS NOT = "00"
006220         DISPLAY "INTTAX: ERROR OPENING TAXRPT " WS-RPT-FS
006230         STOP RUN
006240     END-IF.
006250     MOVE SPACES TO TF-PAYER-REC.
006260     MOVE "A" TO TA-REC-TYPE.
006270     MOVE WS-TAX-YEAR TO TA-TAX-YEAR.
006280     MOVE WS-CORR-IND TO TA-CORR-IND.
006290     MOVE WS-PAYER-ID TO TA-PAYER-ID.
006300     MOVE WS-PAYER-NAME TO TA-PAYER-NAME.
006310     MOVE WS-BUS-DATE TO TA-FILE-DATE.
006320     WRITE TF-PAYER-REC.
006330     MOVE SPACES TO RPT-LINE.
006340     IF CORRECTION-MODE
006350         STRING "INTTAX - INTEREST TAX REPORTING - CORRECTIONS "
006360             "FOR TAX YEAR " WS-TAX-YEAR
006370             DELIMITED BY SIZE INTO RPT-LINE
006380     ELSE
006390         STRING "INTTAX - INTEREST TAX REPORTING - ORIGINAL "
006400             "FILING FOR TAX YEAR " WS-TAX-YEAR
006410             DELIMITED BY SIZE INTO RPT-LINE
006420     END-IF.
006430     WRITE RPT-LINE.
006440     MOVE SPACES TO RPT-LINE.
006450     STRING "PAYER " WS-PAYER-ID "  " WS-PAYER-NAME
006460         "  RUN ON BUSINESS DATE " WS-BUS-DATE
006470         DELIMITED BY SIZE INTO RPT-LINE.
006480     WRITE RPT-LINE.
006490     MOVE ALL "=" TO RPT-LINE.
006500     WRITE RPT-LINE.
006510 1400-EXIT.
006520     EXIT.
006530
006540*----------------------------------------------------------*
006550* 1800-REFUSE-RUN - THE RUN CANNOT GO AHEAD. RECORD IT AS   *
006560*                   FAILED ON RUNLEDG WITH THE MESSAGE SET  *
006570*                   BY THE CALLER AND STOP.                 *
006580*----------------------------------------------------------*
006590 1800-REFUSE-RUN.
006600     DISPLAY "*** INTTAX REFUSED ***".
006610     MOVE 8 TO WS-RL-RC.
006620     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
006630     STOP RUN.
006640 1800-EXIT.
006650     EXIT.
006660
006670*----------------------------------------------------------*
006680* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
006690*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
006700*                     AND RECORD THE START OF THE RUN. THE  *
006710*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
006720*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
006730*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
006740*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
006750*                     COMPLETED.                            *
006760*----------------------------------------------------------*
006770 1900-LEDGER-START.
006780     OPEN INPUT RUNPREQ.
006790     IF WS-PQ-FS NOT = "00"
006800         DISPLAY "*** INTTAX REFUSED ***"
006810         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
006820             WS-PQ-FS
006830         STOP RUN
006840     END-IF.
006850     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
006860     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
006870         UNTIL RP-AT-EOF.
006880     CLOSE RUNPREQ.
006890     IF WS-RL-REFUSE-CNT > ZERO
006900         MOVE "R" TO WS-RL-NEW-STATUS
006910         PERFORM 1940-POST-START THRU 1940-EXIT
006920         CLOSE RUNLEDG
006930         DISPLAY "*** INTTAX REFUSED ***"
006940         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
006950             "DATE " WS-BUS-DATE
006960         STOP RUN
006970     END-IF.
006980     MOVE "S" TO WS-RL-NEW-STATUS.
006990     PERFORM 1940-POST-START THRU 1940-EXIT.
007000     CLOSE RUNLEDG.
007010 1900-EXIT.
007020     EXIT.
007030
007040 1910-CHECK-PREREQ.
007050     READ RUNPREQ
007060         AT END
007070             MOVE "Y" TO WS-RP-EOF-SW
007080             GO TO 1910-EXIT
007090     END-READ.
007100     IF RP-STEP = WS-RL-STEP
007110         MOVE RP-PREREQ TO RL-STEP
007120         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
007130         IF RL-ON-FILE AND RL-COMPLETE
007140             GO TO 1910-EXIT
007150         END-IF
007160         IF NOT RL-ON-FILE AND RP-MONTH-END
007170             GO TO 1910-EXIT
007180         END-IF
007190         ADD 1 TO WS-RL-REFUSE-CNT
007200         MOVE SPACES TO WS-RL-MESSAGE
007210         STRING "AWAITING " RP-PREREQ
007220             DELIMITED BY SIZE INTO WS-RL-MESSAGE
007230         DISPLAY "INTTAX: " RP-PREREQ
007240             " HAS NOT COMPLETED FOR " WS-BUS-DATE
007250         GO TO 1910-EXIT
007260     END-IF.
007270     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
007280         MOVE RP-STEP TO RL-STEP
007290         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
007300         IF RL-ON-FILE AND RL-COMPLETE
007310             ADD 1 TO WS-RL-REFUSE-CNT
007320             MOVE SPACES TO WS-RL-MESSAGE
007330             STRING "OUT OF SEQUENCE AFTER " RP-STEP
007340                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
007350             DISPLAY "INTTAX: " RP-STEP
007360                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
007370         END-IF
007380     END-IF.
007390 1910-EXIT.
007400     EXIT.
007410
007420 1920-READ-LEDGER.
007430     MOVE WS-BUS-DATE TO RL-BUS-DATE.
007440     MOVE "Y" TO WS-RL-FOUND-SW.
007450     READ RUNLEDG KEY IS RL-KEY
007460         INVALID KEY
007470             MOVE "N" TO WS-RL-FOUND-SW
007480     END-READ.
007490 1920-EXIT.
007500     EXIT.
007510
007520 1930-OPEN-LEDGER.
007530     OPEN I-O RUNLEDG.
007540     IF WS-RL-FS NOT = "00"
007550         OPEN OUTPUT RUNLEDG
007560         IF WS-RL-FS NOT = "00"
007570             DISPLAY "INTTAX: ERROR OPENING RUNLEDG " WS-RL-FS
007580             STOP RUN
007590         END-IF
007600         CLOSE RUNLEDG
007610         OPEN I-O RUNLEDG
007620         IF WS-RL-FS NOT = "00"
007630             DISPLAY "INTTAX: ERROR REOPENING RUNLEDG " WS-RL-FS
007640             STOP RUN
007650         END-IF
007660     END-IF.
007670 1930-EXIT.
007680     EXIT.
007690
007700*----------------------------------------------------------*
007710* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
007720*                   ENTRY FOR TODAY AS STARTED (S) OR       *
007730*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
007740*                   EARLIER CLEAN COMPLETION STANDING.      *
007750*----------------------------------------------------------*
007760 1940-POST-START.
007770     MOVE WS-RL-STEP TO RL-STEP.
007780     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
007790     IF RL-ON-FILE AND RL-COMPLETE
007800         AND WS-RL-NEW-STATUS = "R"
007810         GO TO 1940-EXIT
007820     END-IF.
007830     IF NOT RL-ON-FILE
007840         INITIALIZE RUNLEDG-REC
007850         MOVE WS-BUS-DATE TO RL-BUS-DATE
007860         MOVE WS-RL-STEP TO RL-STEP
007870     END-IF.
007880     ADD 1 TO RL-RUN-COUNT.
007890     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
007900     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
007910     ACCEPT RL-START-TIME FROM TIME.
007920     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
007930     INITIALIZE RL-COUNTS.
007940     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
007950     IF RL-ON-FILE
007960         REWRITE RUNLEDG-REC
007970             INVALID KEY
007980                 DISPLAY "INTTAX: RUNLEDG REWRITE FAILED "
007990                     WS-RL-FS
008000         END-REWRITE
008010     ELSE
008020         WRITE RUNLEDG-REC
008030             INVALID KEY
008040                 DISPLAY "INTTAX: RUNLEDG WRITE FAILED " WS-RL-FS
008050         END-WRITE
008060     END-IF.
008070 1940-EXIT.
008080     EXIT.
008090
008100*----------------------------------------------------------*
008110* 2000-LOAD-ARCHIVE - ONE ARCHIVE RECORD. EACH TRAILER      *
008120*                     VERIFIES ONE ARCHIVE SEGMENT OF THE   *
008130*                     CONCATENATED INPUT; EACH DETAIL IS    *
008140*                     OFFERED TO 2100-SELECT-ENTRY.         *
008150*----------------------------------------------------------*
008160 2000-LOAD-ARCHIVE.
008170     READ ARCHIN
008180         AT END
008190             MOVE "Y" TO WS-AR-EOF-SW
008200             GO TO 2000-EXIT
008210     END-READ.
008220     IF AR-TRAILER-REC
008230         PERFORM 2200-CHECK-TRAILER THRU 2200-EXIT
008240         GO TO 2000-EXIT
008250     END-IF.
008260     ADD 1 TO WS-ARCH-READ-CNT.
008270     ADD 1 TO WS-SEG-COUNT.
008280     MOVE AR-JRNL-IMAGE TO WS-WORK-JRNL-REC.
008290     ADD JR-TR-AMOUNT OF WS-WORK-JRNL-REC TO WS-SEG-TOTAL.
008300     MOVE "A" TO TW-SOURCE.
008310     PERFORM 2100-SELECT-ENTRY THRU 2100-EXIT.
008320 2000-EXIT.
008330     EXIT.
008340
008350*----------------------------------------------------------*
008360* 2100-SELECT-ENTRY - KEEP AN INTEREST CREDIT POSTED IN THE *
008370*                     TAX YEAR, AND A REVERSAL OF A DEPOSIT *
008380*                     WHOSE ORIGINAL POSTING DATE (FROM THE *
008390*                     REVR MEMO) FALLS IN THE TAX YEAR, ON  *
008400*                     TAXWORK UNDER THE ACCOUNT AND THAT    *
008410*                     ORIGINAL DATE. THE SOURCE ENTRY'S OWN *
008420*                     DATE AND SEQUENCE COMPLETE THE KEY,   *
008430*                     SO AN ENTRY SEEN TWICE (AN ARCHIVE    *
008440*                     CONCATENATED TWICE) COUNTS ONCE.      *
008450*----------------------------------------------------------*
008460 2100-SELECT-ENTRY.
008470     EVALUATE TRUE
008480         WHEN JR-TR-CODE OF WS-WORK-JRNL-REC = "INTR"
008490                 AND JR-TR-TYPE OF WS-WORK-JRNL-REC = "D"
008500             MOVE JR-BUS-DATE OF WS-WORK-JRNL-REC TO WS-DATE-IN
008510             IF WS-DI-YEAR NOT = WS-TAX-YEAR
008520                 GO TO 2100-EXIT
008530             END-IF
008540             MOVE "I" TO TW-KIND
008550             MOVE JR-BUS-DATE OF WS-WORK-JRNL-REC
008560                 TO TW-ORIG-DATE
008570         WHEN JR-TR-CODE OF WS-WORK-JRNL-REC = "REVR"
008580                 AND JR-TR-TYPE OF WS-WORK-JRNL-REC = "W"
008590             MOVE JR-TR-MEMO OF WS-WORK-JRNL-REC TO WS-REV-MEMO
008600             IF WS-RM-DATE-X NOT NUMERIC
008610                 GO TO 2100-EXIT
008620             END-IF
008630             MOVE WS-RM-DATE TO WS-DATE-IN
008640             IF WS-DI-YEAR NOT = WS-TAX-YEAR
008650                 GO TO 2100-EXIT
008660             END-IF
008670             MOVE "R" TO TW-KIND
008680             MOVE WS-RM-DATE TO TW-ORIG-DATE
008690         WHEN OTHER
008700             GO TO 2100-EXIT
008710     END-EVALUATE.
008720     MOVE JR-ACCT-NO OF WS-WORK-JRNL-REC TO TW-ACCT-NO.
008730     MOVE JR-BUS-DATE OF WS-WORK-JRNL-REC TO TW-SRC-DATE.
008740     MOVE JR-SEQ-NO OF WS-WORK-JRNL-REC TO TW-SRC-SEQ.
008750     MOVE JR-TR-AMOUNT OF WS-WORK-JRNL-REC TO TW-AMOUNT.
008760     MOVE "N" TO TW-REVERSED-SW.
008770     WRITE TW-REC
008780         INVALID KEY
008790             ADD 1 TO WS-DUP-CNT
008800             DISPLAY "INTTAX: DUPLICATE JOURNAL ENTRY IGNORED "
008810                 TW-ACCT-NO " " TW-SRC-DATE " " TW-SRC-SEQ
008820             GO TO 2100-EXIT
008830     END-WRITE.
008840     IF TW-INTEREST
008850         ADD 1 TO WS-INT-LOAD-CNT
008860         ADD TW-AMOUNT TO WS-INT-LOAD-TOTAL
008870     ELSE
008880         ADD 1 TO WS-REV-LOAD-CNT
008890     END-IF.
008900 2100-EXIT.
008910     EXIT.
008920
008924*----------------------------------------------------------*
008928* 2200-CHECK-TRAILER - PROVE ONE ARCHIVE SEGMENT'S COUNT    *
008932*                      AND TOTAL. A MISMATCH IS REPORTED    *
008936*                      HERE AND REFUSES THE RUN ONCE THE    *
008940*                      ARCHIVES HAVE BEEN READ.             *
008944*----------------------------------------------------------*
008948 2200-CHECK-TRAILER.
008952     ADD 1 TO WS-TRAILER-CNT.
008956     IF WS-SEG-COUNT NOT = AR-TRL-REC-COUNT
008960         OR WS-SEG-TOTAL NOT = AR-TRL-AMT-TOTAL
008964         ADD 1 TO WS-ARCH-BAD-CNT
008968         DISPLAY "INTTAX: ARCHIVE SEGMENT " WS-TRAILER-CNT
008972             " FAILED VERIFICATION"
008976         DISPLAY "DETAILS READ : " WS-SEG-COUNT
008980         DISPLAY "TRAILER COUNT: " AR-TRL-REC-COUNT
008984         DISPLAY "DETAIL TOTAL : " WS-SEG-TOTAL
008988         DISPLAY "TRAILER TOTAL: " AR-TRL-AMT-TOTAL
008992     END-IF.
008996     MOVE ZERO TO WS-SEG-COUNT.
009000     MOVE ZERO TO WS-SEG-TOTAL.
009004 2200-EXIT.
009008     EXIT.
009012
009016*----------------------------------------------------------*
009020* 2300-PROVE-ARCHIVE - DETAILS LEFT OVER AT THE END OF THE  *
009024*                      ARCHIVES BELONG TO A SEGMENT WITH NO *
009028*                      TRAILER. A FAILED OR UNFINISHED      *
009032*                      SEGMENT MEANS THE YEAR'S FIGURES     *
009036*                      WOULD BE INCOMPLETE, SO THE RUN IS   *
009040*                      REFUSED BEFORE ANY OUTPUT IS OPENED  *
009044*                      OR TAXHIST UPDATED.                  *
009048*----------------------------------------------------------*
009052 2300-PROVE-ARCHIVE.
009056     IF WS-SEG-COUNT > ZERO
009060         ADD 1 TO WS-TRAILER-CNT
009064         ADD 1 TO WS-ARCH-BAD-CNT
009068         DISPLAY "INTTAX: ARCHIVE SEGMENT " WS-TRAILER-CNT
009072             " HAS NO TRAILER"
009076         DISPLAY "DETAILS READ : " WS-SEG-COUNT
009080         DISPLAY "DETAIL TOTAL : " WS-SEG-TOTAL
009084     END-IF.
009088     IF WS-ARCH-BAD-CNT > ZERO
009092         DISPLAY "INTTAX: " WS-ARCH-BAD-CNT
009096             " ARCHIVE SEGMENT(S) FAILED VERIFICATION"
009100         DISPLAY "INTTAX: RESTORE THE ARCHIVES AND RERUN"
009104         MOVE "ARCHIVE FAILED VERIFICATION" TO WS-RL-MESSAGE
009108         PERFORM 1800-REFUSE-RUN THRU 1800-EXIT
009112     END-IF.
009116 2300-EXIT.
009120     EXIT.
009124
009170*----------------------------------------------------------*
009180* 2500-LOAD-LIVE - ONE LIVE JOURNAL ENTRY, OFFERED TO       *
009190*                  2100-SELECT-ENTRY LIKE AN ARCHIVED ONE.  *
009200*----------------------------------------------------------*
009210 2500-LOAD-LIVE.
009220     READ TRANJRNL
009230         AT END
009240             MOVE "Y" TO WS-JR-EOF-SW
009250             GO TO 2500-EXIT
009260     END-READ.
009270     ADD 1 TO WS-LIVE-READ-CNT.
009280     MOVE JRNL-REC TO WS-WORK-JRNL-REC.
009290     MOVE "L" TO TW-SOURCE.
009300     PERFORM 2100-SELECT-ENTRY THRU 2100-EXIT.
009310 2500-EXIT.
009320     EXIT.
009330
009340*----------------------------------------------------------*
009350* 3000-NET-REVERSALS - EACH REVERSAL ON TAXWORK CANCELS ONE *
009360*                      INTEREST CREDIT OF THE SAME AMOUNT   *
009370*                      ON THE SAME ACCOUNT AND ORIGINAL     *
009380*                      DATE THAT IS NOT ALREADY REVERSED.   *
009390*                      A REVERSAL WITH NO SUCH CREDIT       *
009400*                      REVERSED SOME OTHER DEPOSIT AND IS   *
009410*                      PASSED OVER.                         *
009420*----------------------------------------------------------*
009430 3000-NET-REVERSALS.
009440     MOVE "N" TO WS-TW-EOF-SW.
009450     MOVE LOW-VALUES TO TW-KEY.
009460     START TAXWORK KEY IS NOT LESS THAN TW-KEY
009470         INVALID KEY
009480             MOVE "Y" TO WS-TW-EOF-SW
009490     END-START.
009500     PERFORM 3100-NET-STEP THRU 3100-EXIT
009510         UNTIL TW-AT-EOF.
009520 3000-EXIT.
009530     EXIT.
009540
009550 3100-NET-STEP.
009560     READ TAXWORK NEXT RECORD
009570         AT END
009580             MOVE "Y" TO WS-TW-EOF-SW
009590             GO TO 3100-EXIT
009600     END-READ.
009610     IF NOT TW-REVERSAL
009620         GO TO 3100-EXIT
009630     END-IF.
009640     MOVE TW-KEY TO WS-TW-SAVE-KEY.
009650     MOVE TW-AMOUNT TO WS-REV-AMT.
009660     PERFORM 3200-MATCH-INTEREST THRU 3200-EXIT.
009670     MOVE WS-TW-SAVE-KEY TO TW-KEY.
009680     START TAXWORK KEY IS GREATER THAN TW-KEY
009690         INVALID KEY
009700             MOVE "Y" TO WS-TW-EOF-SW
009710     END-START.
009720 3100-EXIT.
009730     EXIT.
009740
009750*----------------------------------------------------------*
009760* 3200-MATCH-INTEREST - LOOK THROUGH THE INTEREST CREDITS   *
009770*                       FOR THE REVERSAL'S ACCOUNT AND      *
009780*                       ORIGINAL DATE AND MARK THE FIRST    *
009790*                       UNREVERSED ONE OF THE SAME AMOUNT.  *
009800*----------------------------------------------------------*
009810 3200-MATCH-INTEREST.
009820     MOVE "N" TO WS-MATCH-SW.
009830     MOVE "N" TO WS-GRP-END-SW.
009840     MOVE WS-SK-ACCT-NO TO TW-ACCT-NO.
009850     MOVE WS-SK-ORIG-DATE TO TW-ORIG-DATE.
009860     MOVE "I" TO TW-KIND.
009870     MOVE ZERO TO TW-SRC-DATE.
009880     MOVE ZERO TO TW-SRC-SEQ.
009890     START TAXWORK KEY IS NOT LESS THAN TW-KEY
009900         INVALID KEY
009910             MOVE "Y" TO WS-GRP-END-SW
009920     END-START.
009930     PERFORM 3210-MATCH-STEP THRU 3210-EXIT
009940         UNTIL GRP-AT-END.
009950     IF INTEREST-MATCHED
009960         ADD 1 TO WS-NETTED-CNT
009970         ADD WS-REV-AMT TO WS-NETTED-TOTAL
009980     ELSE
009990         ADD 1 TO WS-REV-OTHER-CNT
010000     END-IF.
010010 3200-EXIT.
010020     EXIT.
010030
010040 3210-MATCH-STEP.
010050     READ TAXWORK NEXT RECORD
010060         AT END
010070             MOVE "Y" TO WS-GRP-END-SW
010080             GO TO 3210-EXIT
010090     END-READ.
010100     IF TW-ACCT-NO NOT = WS-SK-ACCT-NO
010110         OR TW-ORIG-DATE NOT = WS-SK-ORIG-DATE
010120         OR NOT TW-INTEREST
010130         MOVE "Y" TO WS-GRP-END-SW
010140         GO TO 3210-EXIT
010150     END-IF.
010160     IF TW-AMOUNT NOT = WS-REV-AMT OR TW-IS-REVERSED
010170         GO TO 3210-EXIT
010180     END-IF.
010190     MOVE "Y" TO TW-REVERSED-SW.
010200     REWRITE TW-REC
010210         INVALID KEY
010220             DISPLAY "INTTAX: TAXWORK REWRITE FAILED " TW-ACCT-NO
010230                 " " WS-TW-FS
010240             GO TO 3210-EXIT
010250     END-REWRITE.
010260     MOVE "Y" TO WS-MATCH-SW.
010270     MOVE "Y" TO WS-GRP-END-SW.
010280 3210-EXIT.
010290     EXIT.
010300
010310*----------------------------------------------------------*
010320* 4000-TOTAL-CUSTOMERS - CLEAR THE YEAR'S CUSTOMER TOTALS   *
010330*                        ON TAXHIST, THEN ADD EACH          *
010340*                        ACCOUNT'S NET INTEREST TO ITS      *
010350*                        CUSTOMER. AN ACCOUNT THAT CANNOT   *
010360*                        BE TIED TO A CUSTMST ADDRESS IS    *
010370*                        LISTED INSTEAD, AND IS LEFT OUT OF *
010380*                        THE FILING UNTIL IT IS LINKED.     *
010390*----------------------------------------------------------*
010400 4000-TOTAL-CUSTOMERS.
010410     MOVE "N" TO WS-TH-EOF-SW.
010420     MOVE WS-TAX-YEAR TO TH-TAX-YEAR.
010430     MOVE LOW-VALUES TO TH-CUST-ID.
010440     START TAXHIST KEY IS NOT LESS THAN TH-KEY
010450         INVALID KEY
010460             MOVE "Y" TO WS-TH-EOF-SW
010470     END-START.
010480     PERFORM 4050-RESET-STEP THRU 4050-EXIT
010490         UNTIL TH-AT-EOF.
010500     MOVE SPACES TO RPT-LINE.
010510     WRITE RPT-LINE.
010520     MOVE "ACCOUNTS NOT LINKED TO A CUSTMST ADDRESS - NOT FILED"
010530         TO RPT-LINE.
010540     WRITE RPT-LINE.
010550     MOVE WS-ACCT-HDR-LINE TO RPT-LINE.
010560     WRITE RPT-LINE.
010570     MOVE ALL "-" TO RPT-LINE.
010580     WRITE RPT-LINE.
010590     MOVE SPACES TO WS-CUR-ACCT.
010600     MOVE ZERO TO WS-ACCT-INT.
010610     MOVE "N" TO WS-TW-EOF-SW.
010620     MOVE LOW-VALUES TO TW-KEY.
010630     START TAXWORK KEY IS NOT LESS THAN TW-KEY
010640         INVALID KEY
010650             MOVE "Y" TO WS-TW-EOF-SW
010660     END-START.
010670     PERFORM 4100-TOTAL-STEP THRU 4100-EXIT
010680         UNTIL TW-AT-EOF.
010690     IF WS-CUR-ACCT NOT = SPACES
010700         PERFORM 4200-POST-ACCOUNT THRU 4200-EXIT
010710     END-IF.
010720     IF WS-UNLINKED-CNT = ZERO
010730         MOVE "  ** NONE **" TO RPT-LINE
010740         WRITE RPT-LINE
010750     END-IF.
010760 4000-EXIT.
010770     EXIT.
010780
010790 4050-RESET-STEP.
010800     READ TAXHIST NEXT RECORD
010810         AT END
010820             MOVE "Y" TO WS-TH-EOF-SW
010830             GO TO 4050-EXIT
010840     END-READ.
010850     IF TH-TAX-YEAR NOT = WS-TAX-YEAR
010860         MOVE "Y" TO WS-TH-EOF-SW
010870         GO TO 4050-EXIT
010880     END-IF.
010890     MOVE ZERO TO TH-CURR-AMOUNT.
010900     MOVE ZERO TO TH-ACCT-COUNT.
010910     REWRITE TAXHIST-REC
010920         INVALID KEY
010930             DISPLAY "INTTAX: TAXHIST REWRITE FAILED " TH-CUST-ID
010940                 " " WS-TH-FS
010950     END-REWRITE.
010960 4050-EXIT.
010970     EXIT.
010980
010990 4100-TOTAL-STEP.
011000     READ TAXWORK NEXT RECORD
011010         AT END
011020             MOVE "Y" TO WS-TW-EOF-SW
011030             GO TO 4100-EXIT
011040     END-READ.
011050     IF NOT TW-INTEREST OR TW-IS-REVERSED
011060         GO TO 4100-EXIT
011070     END-IF.
011080     IF TW-ACCT-NO NOT = WS-CUR-ACCT
011090         IF WS-CUR-ACCT NOT = SPACES
011100             PERFORM 4200-POST-ACCOUNT THRU 4200-EXIT
011110         END-IF
011120         MOVE TW-ACCT-NO TO WS-CUR-ACCT
011130         MOVE ZERO TO WS-ACCT-INT
011140     END-IF.
011150     ADD TW-AMOUNT TO WS-ACCT-INT.
011160 4100-EXIT.
011170     EXIT.
011180
011190*----------------------------------------------------------*
011200* 4200-POST-ACCOUNT - ONE ACCOUNT'S NET INTEREST FOR THE    *
011210*                     YEAR. FOLLOW ACCT-CUST-ID TO CUSTMST; *
011220*                     WITH AN ADDRESS ON FILE, ADD IT TO    *
011230*                     THE CUSTOMER'S TAXHIST TOTAL.         *
011240*----------------------------------------------------------*
011250 4200-POST-ACCOUNT.
011260     ADD 1 TO WS-ACCT-CNT.
011270     MOVE WS-CUR-ACCT TO ACCT-NO.
011280     READ ACCOUNT1
011290         INVALID KEY
011300             MOVE SPACES TO CUST-NAME
011310             MOVE SPACES TO ACCT-CUST-ID
011320             MOVE "ACCOUNT NOT ON ACCOUNT1" TO WS-UNLINK-REASON
011330             PERFORM 4300-LIST-UNLINKED THRU 4300-EXIT
011340             GO TO 4200-EXIT
011350     END-READ.
011360     IF ACCT-CUST-ID = SPACES
011370         MOVE "NO CUSTOMER ID ON ACCOUNT" TO WS-UNLINK-REASON
011380         PERFORM 4300-LIST-UNLINKED THRU 4300-EXIT
011390         GO TO 4200-EXIT
011400     END-IF.
011410     MOVE ACCT-CUST-ID TO CM-CUST-ID.
011420     READ CUSTMST KEY IS CM-CUST-ID
011430         INVALID KEY
011440             MOVE "CUSTOMER NOT ON CUSTMST" TO WS-UNLINK-REASON
011450             PERFORM 4300-LIST-UNLINKED THRU 4300-EXIT
011460             GO TO 4200-EXIT
011470     END-READ.
011480     IF CM-ADDR-LINE1 = SPACES
011490             AND CM-ADDR-LINE2 = SPACES
011500             AND CM-ADDR-LINE3 = SPACES
011510         MOVE "NO ADDRESS ON CUSTMST" TO WS-UNLINK-REASON
011520         PERFORM 4300-LIST-UNLINKED THRU 4300-EXIT
011530         GO TO 4200-EXIT
011540     END-IF.
011550     MOVE WS-TAX-YEAR TO TH-TAX-YEAR.
011560     MOVE ACCT-CUST-ID TO TH-CUST-ID.
011570     READ TAXHIST KEY IS TH-KEY
011580         INVALID KEY
011590             INITIALIZE TAXHIST-REC
011600             MOVE WS-TAX-YEAR TO TH-TAX-YEAR
011610             MOVE ACCT-CUST-ID TO TH-CUST-ID
011620             MOVE WS-ACCT-INT TO TH-CURR-AMOUNT
011630             MOVE 1 TO TH-ACCT-COUNT
011640             MOVE "N" TO TH-FILED-SW
011650             WRITE TAXHIST-REC
011660                 INVALID KEY
011670                     DISPLAY "INTTAX: TAXHIST WRITE FAILED "
011680                         TH-CUST-ID " " WS-TH-FS
011690             END-WRITE
011700             GO TO 4200-EXIT
011710     END-READ.
011720     ADD WS-ACCT-INT TO TH-CURR-AMOUNT.
011730     ADD 1 TO TH-ACCT-COUNT.
011740     REWRITE TAXHIST-REC
011750         INVALID KEY
011760             DISPLAY "INTTAX: TAXHIST REWRITE FAILED " TH-CUST-ID
011770                 " " WS-TH-FS
011780     END-REWRITE.
011790 4200-EXIT.
011800     EXIT.
011810
011820 4300-LIST-UNLINKED.
011830     ADD 1 TO WS-UNLINKED-CNT.
011840     ADD WS-ACCT-INT TO WS-UNLINKED-TOTAL.
011850     MOVE WS-CUR-ACCT TO WS-AL-ACCT-NO.
011860     MOVE ACCT-CUST-ID TO WS-AL-CUST-ID.
011870     MOVE CUST-NAME TO WS-AL-NAME.
011880     MOVE WS-ACCT-INT TO WS-AL-AMOUNT.
011890     MOVE WS-UNLINK-REASON TO WS-AL-REASON.
011900     MOVE WS-ACCT-LINE TO RPT-LINE.
011910     WRITE RPT-LINE.
011920 4300-EXIT.
011930     EXIT.
011940
011950*----------------------------------------------------------*
011960* 5000-FILE-CUSTOMERS - WALK THE YEAR'S CUSTOMERS ON        *
011970*                       TAXHIST. AN ORIGINAL RUN FILES      *
011980*                       EVERY CUSTOMER AT OR ABOVE THE      *
011990*                       THRESHOLD; A CORRECTIONS RUN FILES  *
012000*                       ONLY THOSE WHOSE REPORTABLE AMOUNT  *
012010*                       HAS CHANGED SINCE IT WAS LAST       *
012020*                       FILED.                              *
012030*----------------------------------------------------------*
012040 5000-FILE-CUSTOMERS.
012050     MOVE SPACES TO RPT-LINE.
012060     WRITE RPT-LINE.
012070     IF CORRECTION-MODE
012080         MOVE "CUSTOMERS WITH AMENDED RECORDS FILED" TO RPT-LINE
012090     ELSE
012100         MOVE "CUSTOMERS FILED" TO RPT-LINE
012110     END-IF.
012120     WRITE RPT-LINE.
012130     MOVE WS-CUST-HDR-LINE TO RPT-LINE.
012140     WRITE RPT-LINE.
012150     MOVE ALL "-" TO RPT-LINE.
012160     WRITE RPT-LINE.
012170     MOVE "N" TO WS-TH-EOF-SW.
012180     MOVE WS-TAX-YEAR TO TH-TAX-YEAR.
012190     MOVE LOW-VALUES TO TH-CUST-ID.
012200     START TAXHIST KEY IS NOT LESS THAN TH-KEY
012210         INVALID KEY
012220             MOVE "Y" TO WS-TH-EOF-SW
012230     END-START.
012240     PERFORM 5100-FILE-STEP THRU 5100-EXIT
012250         UNTIL TH-AT-EOF.
012260     IF WS-PAYEE-CNT = ZERO
012270         MOVE "  ** NONE **" TO RPT-LINE
012280         WRITE RPT-LINE
012290     END-IF.
012300 5000-EXIT.
012310     EXIT.
012320
012330 5100-FILE-STEP.
012340     READ TAXHIST NEXT RECORD
012350         AT END
012360             MOVE "Y" TO WS-TH-EOF-SW
012370             GO TO 5100-EXIT
012380     END-READ.
012390     IF TH-TAX-YEAR NOT = WS-TAX-YEAR
012400         MOVE "Y" TO WS-TH-EOF-SW
012410         GO TO 5100-EXIT
012420     END-IF.
012430     IF TH-CURR-AMOUNT NOT < WS-THRESHOLD
012440         MOVE TH-CURR-AMOUNT TO WS-NEW-FILED
012450     ELSE
012460         MOVE ZERO TO WS-NEW-FILED
012470     END-IF.
012480     MOVE TH-FILED-AMOUNT TO WS-PREV-FILED.
012490     IF ORIGINAL-MODE
012500         MOVE WS-BUS-DATE TO TH-ORIG-DATE
012510         IF WS-NEW-FILED > ZERO
012520             MOVE SPACE TO WS-CORR-IND
012530             MOVE "FILED" TO WS-ACTION
012540             PERFORM 5200-REPORT-CUSTOMER THRU 5200-EXIT
012550             MOVE "Y" TO TH-FILED-SW
012560         ELSE
012570             MOVE "N" TO TH-FILED-SW
012580         END-IF
012590         MOVE WS-NEW-FILED TO TH-FILED-AMOUNT
012600         PERFORM 5150-REWRITE-HISTORY THRU 5150-EXIT
012610         GO TO 5100-EXIT
012620     END-IF.
012630     IF WS-NEW-FILED = WS-PREV-FILED
012640         IF WS-NEW-FILED > ZERO
012650             ADD 1 TO WS-UNCHANGED-CNT
012660         END-IF
012670         GO TO 5100-EXIT
012680     END-IF.
012690     IF TH-FILED
012700         MOVE "G" TO WS-CORR-IND
012710         MOVE "CORRECTED" TO WS-ACTION
012720     ELSE
012730         MOVE SPACE TO WS-CORR-IND
012740         MOVE "FIRST FILED" TO WS-ACTION
012750     END-IF.
012760     PERFORM 5200-REPORT-CUSTOMER THRU 5200-EXIT.
012770     MOVE "Y" TO TH-FILED-SW.
012780     MOVE WS-NEW-FILED TO TH-FILED-AMOUNT.
012790     ADD 1 TO TH-CORR-COUNT.
012800     MOVE WS-BUS-DATE TO TH-LAST-CORR-DATE.
012810     PERFORM 5150-REWRITE-HISTORY THRU 5150-EXIT.
012820 5100-EXIT.
012830     EXIT.
012840
012850 5150-REWRITE-HISTORY.
012860     REWRITE TAXHIST-REC
012870         INVALID KEY
012880             DISPLAY "INTTAX: TAXHIST REWRITE FAILED " TH-CUST-ID
012890                 " " WS-TH-FS
012900     END-REWRITE.
012910 5150-EXIT.
012920     EXIT.
012930
012940*----------------------------------------------------------*
012950* 5200-REPORT-CUSTOMER - THE PAYEE RECORD ON THE FILING     *
012960*                        FILE, THE CUSTOMER'S TAX NOTICE    *
012970*                        AND A LINE ON THE REPORT. A        *
012980*                        CORRECTED RECORD CARRIES "G" AND   *
012990*                        THE AMOUNT NOW REPORTABLE, WHICH   *
013000*                        MAY BE ZERO.                       *
013010*----------------------------------------------------------*
013020 5200-REPORT-CUSTOMER.
013030     MOVE TH-CUST-ID TO CM-CUST-ID.
013040     READ CUSTMST KEY IS CM-CUST-ID
013050         INVALID KEY
013060             MOVE SPACES TO CM-CUST-NAME
013070             MOVE SPACES TO CM-ADDR-LINE1
013080             MOVE SPACES TO CM-ADDR-LINE2
013090             MOVE SPACES TO CM-ADDR-LINE3
013100     END-READ.
013110     MOVE SPACES TO TF-PAYEE-REC.
013120     MOVE "B" TO TB-REC-TYPE.
013130     MOVE WS-TAX-YEAR TO TB-TAX-YEAR.
013140     MOVE WS-CORR-IND TO TB-CORR-IND.
013150     MOVE TH-CUST-ID TO TB-CUST-ID.
013160     MOVE CM-CUST-NAME TO TB-NAME.
013170     MOVE CM-ADDR-LINE1 TO TB-ADDR-LINE1.
013180     MOVE CM-ADDR-LINE2 TO TB-ADDR-LINE2.
013190     MOVE CM-ADDR-LINE3 TO TB-ADDR-LINE3.
013200     MOVE WS-NEW-FILED TO TB-INT-AMOUNT.
013210     MOVE TH-ACCT-COUNT TO TB-ACCT-COUNT.
013220     WRITE TF-PAYEE-REC.
013230     ADD 1 TO WS-PAYEE-CNT.
013240     ADD WS-NEW-FILED TO WS-PAYEE-TOTAL.
013250     PERFORM 5300-WRITE-NOTICE THRU 5300-EXIT.
013260     MOVE TH-CUST-ID TO WS-CL-CUST-ID.
013270     MOVE CM-CUST-NAME TO WS-CL-NAME.
013280     MOVE TH-ACCT-COUNT TO WS-CL-ACCTS.
013290     MOVE WS-NEW-FILED TO WS-CL-AMOUNT.
013300     MOVE WS-PREV-FILED TO WS-CL-PREV.
013310     MOVE WS-ACTION TO WS-CL-ACTION.
013320     MOVE WS-CUST-LINE TO RPT-LINE.
013330     WRITE RPT-LINE.
013340 5200-EXIT.
013350     EXIT.
013360
013370*----------------------------------------------------------*
013380* 5300-WRITE-NOTICE - ONE CUSTOMER TAX NOTICE: THE MAILING  *
013390*                     ADDRESS BLOCK, THE TAX YEAR, THE      *
013400*                     PAYER AND THE INTEREST REPORTED. A    *
013410*                     CORRECTED NOTICE ALSO SHOWS THE       *
013420*                     AMOUNT IT REPLACES.                   *
013430*----------------------------------------------------------*
013440 5300-WRITE-NOTICE.
013450     MOVE WS-NEW-FILED TO WS-NOTE-AMOUNT.
013460     MOVE WS-PREV-FILED TO WS-NOTE-PREV.
013470     MOVE ALL "=" TO NOTE-LINE.
013480     PERFORM 5310-NOTICE-LINE THRU 5310-EXIT.
013490     MOVE SPACES TO NOTE-LINE.
013500     PERFORM 5310-NOTICE-LINE THRU 5310-EXIT.
013510     MOVE CM-CUST-NAME TO WS-AD-TEXT.
013520     MOVE WS-ADDR-LINE TO NOTE-LINE.
013530     PERFORM 5310-NOTICE-LINE THRU 5310-EXIT.
013540     IF CM-ADDR-LINE1 NOT = SPACES
013550         MOVE CM-ADDR-LINE1 TO WS-AD-TEXT
013560         MOVE WS-ADDR-LINE TO NOTE-LINE
013570         PERFORM 5310-NOTICE-LINE THRU 5310-EXIT
013580     END-IF.
013590     IF CM-ADDR-LINE2 NOT = SPACES
013600         MOVE CM-ADDR-LINE2 TO WS-AD-TEXT
013610         MOVE WS-ADDR-LINE TO NOTE-LINE
013620         PERFORM 5310-NOTICE-LINE THRU 5310-EXIT
013630     END-IF.
013640     IF CM-ADDR-LINE3 NOT = SPACES
013650         MOVE CM-ADDR-LINE3 TO WS-AD-TEXT
013660         MOVE WS-ADDR-LINE TO NOTE-LINE
013670         PERFORM 5310-NOTICE-LINE THRU 5310-EXIT
013680     END-IF.
013690     MOVE SPACES TO NOTE-LINE.
013700     PERFORM 5310-NOTICE-LINE THRU 5310-EXIT.
013710     MOVE WS-BUS-DATE TO WS-DATE-IN.
013720     PERFORM 5400-FORMAT-DATE THRU 5400-EXIT.
013730     MOVE SPACES TO NOTE-LINE.
013740     STRING "  DATE: " WS-DATE-OUT "      TAX YEAR: " WS-TAX-YEAR
013750         "      CUSTOMER: " TH-CUST-ID
013760         DELIMITED BY SIZE INTO NOTE-LINE.
013770     PERFORM 5310-NOTICE-LINE THRU 5310-EXIT.
013780     MOVE SPACES TO NOTE-LINE.
013790     PERFORM 5310-NOTICE-LINE THRU 5310-EXIT.
013800     IF WS-CORR-IND = "G"
013810         MOVE "  CORRECTED STATEMENT OF INTEREST INCOME"
013820             TO NOTE-LINE
013830     ELSE
013840         MOVE "  STATEMENT OF INTEREST INCOME" TO NOTE-LINE
013850     END-IF.
013860     PERFORM 5310-NOTICE-LINE THRU 5310-EXIT.
013870     MOVE SPACES TO NOTE-LINE.
013880     PERFORM 5310-NOTICE-LINE THRU 5310-EXIT.
013890     MOVE SPACES TO NOTE-LINE.
013900     STRING "  PAYER: " WS-PAYER-NAME "  PAYER ID: " WS-PAYER-ID
013910         DELIMITED BY SIZE INTO NOTE-LINE.
013920     PERFORM 5310-NOTICE-LINE THRU 5310-EXIT.
013930     MOVE SPACES TO NOTE-LINE.
013940     PERFORM 5310-NOTICE-LINE THRU 5310-EXIT.
013950     MOVE SPACES TO NOTE-LINE.
013960     STRING "  INTEREST INCOME PAID TO YOU IN " WS-TAX-YEAR
013970         " ON ALL YOUR ACCOUNTS WITH US,"
013980         DELIMITED BY SIZE INTO NOTE-LINE.
013990     PERFORM 5310-NOTICE-LINE THRU 5310-EXIT.
014000     MOVE SPACES TO NOTE-LINE.
014010     STRING "  LESS ANY INTEREST REVERSED: " WS-NOTE-AMOUNT
014020         DELIMITED BY SIZE INTO NOTE-LINE.
014030     PERFORM 5310-NOTICE-LINE THRU 5310-EXIT.
014040     MOVE SPACES TO NOTE-LINE.
014050     PERFORM 5310-NOTICE-LINE THRU 5310-EXIT.
014060     MOVE "  THIS AMOUNT HAS BEEN REPORTED TO THE TAX AUTHORITY."
014070         TO NOTE-LINE.
014080     PERFORM 5310-NOTICE-LINE THRU 5310-EXIT.
014090     IF WS-CORR-IND = "G"
014100         MOVE SPACES TO NOTE-LINE
014110         STRING "  IT REPLACES THE AMOUNT OF " WS-NOTE-PREV
014120             " REPORTED EARLIER."
014130             DELIMITED BY SIZE INTO NOTE-LINE
014140         PERFORM 5310-NOTICE-LINE THRU 5310-EXIT
014150     END-IF.
014160     MOVE SPACES TO NOTE-LINE.
014170     PERFORM 5310-NOTICE-LINE THRU 5310-EXIT.
014180 5300-EXIT.
014190     EXIT.
014200
014210 5310-NOTICE-LINE.
014220     WRITE NOTE-LINE.
014230 5310-EXIT.
014240     EXIT.
014250
014260*----------------------------------------------------------*
014270* 5400-FORMAT-DATE - WS-DATE-IN (YYYYMMDD) TO MM/DD/YYYY    *
014280*                    IN WS-DATE-OUT FOR THE NOTICE.         *
014290*----------------------------------------------------------*
014300 5400-FORMAT-DATE.
014310     MOVE WS-DI-MONTH TO WS-DO-MONTH.
014320     MOVE WS-DI-DAY TO WS-DO-DAY.
014330     MOVE WS-DI-YEAR TO WS-DO-YEAR.
014340 5400-EXIT.
014350     EXIT.
014360
014370*----------------------------------------------------------*
014380* 6000-LIST-UNDER - CUSTOMERS PAID SOME INTEREST, BUT LESS  *
014390*                   THAN THE REPORTING THRESHOLD. NOTHING   *
014400*                   IS FILED OR MAILED FOR THEM.            *
014410*----------------------------------------------------------*
014420 6000-LIST-UNDER.
014430     MOVE SPACES TO RPT-LINE.
014440     WRITE RPT-LINE.
014450     MOVE SPACES TO RPT-LINE.
014460     STRING "CUSTOMERS UNDER THE REPORTING THRESHOLD OF "
014470         WS-THRESH-EDIT " - NOT FILED"
014480         DELIMITED BY SIZE INTO RPT-LINE.
014490     WRITE RPT-LINE.
014500     MOVE WS-CUST-HDR-LINE TO RPT-LINE.
014510     WRITE RPT-LINE.
014520     MOVE ALL "-" TO RPT-LINE.
014530     WRITE RPT-LINE.
014540     MOVE "N" TO WS-TH-EOF-SW.
014550     MOVE WS-TAX-YEAR TO TH-TAX-YEAR.
014560     MOVE LOW-VALUES TO TH-CUST-ID.
014570     START TAXHIST KEY IS NOT LESS THAN TH-KEY
014580         INVALID KEY
014590             MOVE "Y" TO WS-TH-EOF-SW
014600     END-START.
014610     PERFORM 6100-UNDER-STEP THRU 6100-EXIT
014620         UNTIL TH-AT-EOF.
014630     IF WS-UNDER-CNT = ZERO
014640         MOVE "  ** NONE **" TO RPT-LINE
014650         WRITE RPT-LINE
014660     END-IF.
014670 6000-EXIT.
014680     EXIT.
014690
014700 6100-UNDER-STEP.
014710     READ TAXHIST NEXT RECORD
014720         AT END
014730             MOVE "Y" TO WS-TH-EOF-SW
014740             GO TO 6100-EXIT
014750     END-READ.
014760     IF TH-TAX-YEAR NOT = WS-TAX-YEAR
014770         MOVE "Y" TO WS-TH-EOF-SW
014780         GO TO 6100-EXIT
014790     END-IF.
014800     IF TH-CURR-AMOUNT = ZERO
014810         OR TH-CURR-AMOUNT NOT < WS-THRESHOLD
014820         GO TO 6100-EXIT
014830     END-IF.
014840     MOVE TH-CUST-ID TO CM-CUST-ID.
014850     READ CUSTMST KEY IS CM-CUST-ID
014860         INVALID KEY
014870             MOVE SPACES TO CM-CUST-NAME
014880     END-READ.
014890     ADD 1 TO WS-UNDER-CNT.
014900     ADD TH-CURR-AMOUNT TO WS-UNDER-TOTAL.
014910     MOVE TH-CUST-ID TO WS-CL-CUST-ID.
014920     MOVE CM-CUST-NAME TO WS-CL-NAME.
014930     MOVE TH-ACCT-COUNT TO WS-CL-ACCTS.
014940     MOVE TH-CURR-AMOUNT TO WS-CL-AMOUNT.
014950     MOVE TH-FILED-AMOUNT TO WS-CL-PREV.
014960     MOVE "UNDER THRESHOLD" TO WS-CL-ACTION.
014970     MOVE WS-CUST-LINE TO RPT-LINE.
014980     WRITE RPT-LINE.
014990 6100-EXIT.
015000     EXIT.
015010
015020*----------------------------------------------------------*
015030* 7500-WRITE-SUMMARY - COUNTS AND TOTALS AT THE FOOT OF     *
015040*                      TAXRPT.                              *
015050*----------------------------------------------------------*
015060 7500-WRITE-SUMMARY.
015070     MOVE SPACES TO RPT-LINE.
015080     WRITE RPT-LINE.
015090     MOVE "ARCHIVE RECORDS READ         :" TO WS-SL-LABEL.
015100     MOVE WS-ARCH-READ-CNT TO WS-SL-COUNT.
015110     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
015120     MOVE "ARCHIVE SEGMENTS             :" TO WS-SL-LABEL.
015130     MOVE WS-TRAILER-CNT TO WS-SL-COUNT.
015140     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
015180     MOVE "LIVE JOURNAL RECORDS READ    :" TO WS-SL-LABEL.
015190     MOVE WS-LIVE-READ-CNT TO WS-SL-COUNT.
015200     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
015210     MOVE "DUPLICATE ENTRIES IGNORED    :" TO WS-SL-LABEL.
015220     MOVE WS-DUP-CNT TO WS-SL-COUNT.
015230     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
015240     MOVE "INTEREST CREDITS IN YEAR     :" TO WS-SL-LABEL.
015250     MOVE WS-INT-LOAD-CNT TO WS-SL-COUNT.
015260     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
015270     MOVE "INTEREST REVERSALS NETTED    :" TO WS-SL-LABEL.
015280     MOVE WS-NETTED-CNT TO WS-SL-COUNT.
015290     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
015300     MOVE "OTHER REVERSALS PASSED OVER  :" TO WS-SL-LABEL.
015310     MOVE WS-REV-OTHER-CNT TO WS-SL-COUNT.
015320     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
015330     MOVE "ACCOUNTS WITH NET INTEREST   :" TO WS-SL-LABEL.
015340     MOVE WS-ACCT-CNT TO WS-SL-COUNT.
015350     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
015360     MOVE "  NOT LINKED - NOT FILED     :" TO WS-SL-LABEL.
015370     MOVE WS-UNLINKED-CNT TO WS-SL-COUNT.
015380     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
015390     IF CORRECTION-MODE
015400         MOVE "AMENDED RECORDS FILED        :" TO WS-SL-LABEL
015410     ELSE
015420         MOVE "CUSTOMERS FILED              :" TO WS-SL-LABEL
015430     END-IF.
015440     MOVE WS-PAYEE-CNT TO WS-SL-COUNT.
015450     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
015460     IF CORRECTION-MODE
015470         MOVE "FILED AMOUNT UNCHANGED       :" TO WS-SL-LABEL
015480         MOVE WS-UNCHANGED-CNT TO WS-SL-COUNT
015490         PERFORM 7510-SUM-LINE THRU 7510-EXIT
015500     END-IF.
015510     MOVE "CUSTOMERS UNDER THRESHOLD    :" TO WS-SL-LABEL.
015520     MOVE WS-UNDER-CNT TO WS-SL-COUNT.
015530     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
015540     MOVE "INTEREST CREDITED IN YEAR    :" TO WS-ML-LABEL.
015550     MOVE WS-INT-LOAD-TOTAL TO WS-ML-AMOUNT.
015560     PERFORM 7520-AMT-LINE THRU 7520-EXIT.
015570     MOVE "LESS INTEREST REVERSED       :" TO WS-ML-LABEL.
015580     MOVE WS-NETTED-TOTAL TO WS-ML-AMOUNT.
015590     PERFORM 7520-AMT-LINE THRU 7520-EXIT.
015600     MOVE "NOT LINKED - NOT FILED       :" TO WS-ML-LABEL.
015610     MOVE WS-UNLINKED-TOTAL TO WS-ML-AMOUNT.
015620     PERFORM 7520-AMT-LINE THRU 7520-EXIT.
015630     MOVE "UNDER THRESHOLD - NOT FILED  :" TO WS-ML-LABEL.
015640     MOVE WS-UNDER-TOTAL TO WS-ML-AMOUNT.
015650     PERFORM 7520-AMT-LINE THRU 7520-EXIT.
015660     MOVE "AMOUNT ON THE FILING FILE    :" TO WS-ML-LABEL.
015670     MOVE WS-PAYEE-TOTAL TO WS-ML-AMOUNT.
015680     PERFORM 7520-AMT-LINE THRU 7520-EXIT.
015690 7500-EXIT.
015700     EXIT.
015710
015720 7510-SUM-LINE.
015730     MOVE WS-SUM-LINE TO RPT-LINE.
015740     WRITE RPT-LINE.
015750 7510-EXIT.
015760     EXIT.
015770
015780 7520-AMT-LINE.
015790     MOVE WS-AMT-LINE TO RPT-LINE.
015800     WRITE RPT-LINE.
015810 7520-EXIT.
015820     EXIT.
015830
015840*----------------------------------------------------------*
015850* 8000-FINALIZE - CLOSE THE FILING FILE WITH ITS END        *
015860*                 RECORD, CLOSE THE FILES AND SHOW THE RUN  *
015870*                 SUMMARY. UNLINKED ACCOUNTS OR DUPLICATE   *
015880*                 ENTRIES END THE RUN WITH RETURN CODE 4.   *
015900*----------------------------------------------------------*
015910 8000-FINALIZE.
015920     MOVE SPACES TO TF-END-REC.
015930     MOVE "C" TO TC-REC-TYPE.
015940     MOVE WS-TAX-YEAR TO TC-TAX-YEAR.
015950     IF CORRECTION-MODE
015960         MOVE "G" TO TC-CORR-IND
015970     ELSE
015980         MOVE SPACE TO TC-CORR-IND
015990     END-IF.
016000     MOVE WS-PAYEE-CNT TO TC-PAYEE-COUNT.
016010     MOVE WS-PAYEE-TOTAL TO TC-AMT-TOTAL.
016020     WRITE TF-END-REC.
016030     IF WS-UNLINKED-CNT > ZERO
016040         OR WS-DUP-CNT > ZERO
016060         MOVE 4 TO WS-RL-RC
016070     END-IF.
016110     IF WS-UNLINKED-CNT > ZERO
016120         MOVE "UNLINKED ACCOUNTS NOT FILED" TO WS-RL-MESSAGE
016140     END-IF.
016150     DISPLAY "INTTAX - INTEREST TAX REPORTING SUMMARY".
016160     DISPLAY "TAX YEAR             : " WS-TAX-YEAR
016170         " MODE " WS-MODE.
016180     DISPLAY "INTEREST CREDITS     : " WS-INT-LOAD-CNT.
016190     DISPLAY "REVERSALS NETTED     : " WS-NETTED-CNT.
016200     DISPLAY "ACCOUNTS             : " WS-ACCT-CNT.
016210     DISPLAY "NOT LINKED           : " WS-UNLINKED-CNT.
016220     DISPLAY "PAYEE RECORDS FILED  : " WS-PAYEE-CNT.
016230     DISPLAY "AMOUNT FILED         : " WS-PAYEE-TOTAL.
016240     DISPLAY "UNDER THRESHOLD      : " WS-UNDER-CNT.
016290     CLOSE ACCOUNT1 CUSTMST TRANJRNL ARCHIN TAXWORK TAXHIST.
016300     CLOSE TAXFILE TAXNOTE TAXRPT.
016310 8000-EXIT.
016320     EXIT.
016330
016340*----------------------------------------------------------*
016350* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
016360*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
016370*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
016380*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
016390*----------------------------------------------------------*
016400 8900-LEDGER-END.
016405     INITIALIZE WS-RL-COUNTS.
016410     MOVE "CREDITS" TO WS-RL-CNT-LABEL(1).
016420     MOVE WS-INT-LOAD-CNT TO WS-RL-CNT-VALUE(1).
016430     MOVE "FILED" TO WS-RL-CNT-LABEL(2).
016440     MOVE WS-PAYEE-CNT TO WS-RL-CNT-VALUE(2).
016450     MOVE "UNDER" TO WS-RL-CNT-LABEL(3).
016460     MOVE WS-UNDER-CNT TO WS-RL-CNT-VALUE(3).
016470     MOVE "UNLINKED" TO WS-RL-CNT-LABEL(4).
016480     MOVE WS-UNLINKED-CNT TO WS-RL-CNT-VALUE(4).
016490     OPEN I-O RUNLEDG.
016500     IF WS-RL-FS NOT = "00"
016510         DISPLAY "INTTAX: RUNLEDG NOT AVAILABLE " WS-RL-FS
016520         DISPLAY "INTTAX: END OF RUN NOT RECORDED"
016530         GO TO 8900-EXIT
016540     END-IF.
016550     MOVE WS-RL-STEP TO RL-STEP.
016560     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
016570     IF NOT RL-ON-FILE
016580         INITIALIZE RUNLEDG-REC
016590         MOVE WS-BUS-DATE TO RL-BUS-DATE
016600         MOVE WS-RL-STEP TO RL-STEP
016610         MOVE 1 TO RL-RUN-COUNT
016620     END-IF.
016630     IF WS-RL-RC < 8
016640         MOVE "C" TO RL-STATUS
016650     ELSE
016660         MOVE "F" TO RL-STATUS
016670     END-IF.
016680     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
016690     ACCEPT RL-END-TIME FROM TIME.
016700     MOVE WS-RL-RC TO RL-RETURN-CODE.
016710     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
016720     MOVE WS-RL-COUNTS TO RL-COUNTS.
016730     IF RL-ON-FILE
016740         REWRITE RUNLEDG-REC
016750             INVALID KEY
016760                 DISPLAY "INTTAX: RUNLEDG REWRITE FAILED "
016770                     WS-RL-FS
016780         END-REWRITE
016790     ELSE
016800         WRITE RUNLEDG-REC
016810             INVALID KEY
016820                 DISPLAY "INTTAX: RUNLEDG WRITE FAILED " WS-RL-FS
016830         END-WRITE
016840     END-IF.
016850     CLOSE RUNLEDG.
016860 8900-EXIT.
016870     EXIT.
