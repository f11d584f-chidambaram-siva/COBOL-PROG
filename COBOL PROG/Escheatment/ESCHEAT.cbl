000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ESCHEAT.
000120 AUTHOR. D L SYSTEMS GROUP.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160 REMARKS. UNCLAIMED-PROPERTY (ESCHEATMENT) PROCESSING. RUNS
000170     DAILY AFTER VSAMFILE AND BEFORE EODSNAP, TRIALBAL AND
000180     GLEXTRACT. A DORMANT ACCOUNT WITH A CREDIT BALANCE AND NO
000190     ACTIVITY FOR ESCHPARM YEARS (DEFAULT 3) IS PUT UNDER
000200     NOTICE: A DUE-DILIGENCE LETTER GOES TO THE OWNER AT THE
000210     CUSTMST MAILING ADDRESS AND THE NOTICE IS RECORDED ON
000220     ESCHMST. AN ACCOUNT WITH NO ADDRESS ON FILE IS PUT UNDER
000230     NOTICE WITHOUT A LETTER AND LISTED FOR FOLLOW-UP. ANY
000240     DEPOSIT OR OTHER ACTIVITY, A REACTIVATION OR A CLOSE
000250     WHILE UNDER NOTICE STOPS THE PROCESS. AN ACCOUNT STILL
000260     UNCLAIMED WHEN THE NOTICE PERIOD (ESCHPARM DAYS, DEFAULT
000270     60) HAS RUN IS ESCHEATED: FINAL ACCRUED INTEREST IS
000280     CREDITED (INTR), THE BALANCE IS JOURNALLED OUT UNDER
000290     TR-CODE ESCH, STANDING ORDERS ARE CANCELLED AND THE
000300     ACCOUNT IS SET TO STATUS "E". ACTIVE HOLDS DEFER THE
000310     ESCHEATMENT. THE ESCCTL CONTROL RECORD CARRIES THE
000320     DAY'S TOTALS TO TRIALBAL AND GLEXTRACT. WHEN ESCHPARM
000330     NAMES A REPORT YEAR, THE HOLDER REPORT FILE LISTS EVERY
000340     ACCOUNT ESCHEATED IN THAT YEAR WITH THE OWNER'S NAME,
000350     ADDRESS AND AMOUNT. A SAME-DAY RERUN ADDS ITS TOTALS TO
000353     THE ESCCTL RECORD ALREADY STAMPED WITH THE BUSINESS DATE
000356     AND ADDS ITS LETTERS AND REPORT TO THOSE ALREADY WRITTEN.
000360*----------------------------------------------------------*
000370* MODIFICATION HISTORY                                      *
000380*  DATE      BY   DESCRIPTION                                *
000390*  10/15/26  DLS  INITIAL VERSION.                           *
000392*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000394*                 RUNPREQ AT START; START, END, RETURN       *
000396*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000397*  10/15/26  DLS  TRANJRNL IS NOW KEYED BY ACCOUNT, POSTING  *
000398*                 DATE AND SEQUENCE: OPENED I-O, AND EACH    *
000399*                 ENTRY IS FILED UNDER THE NEXT SEQUENCE     *
000400*                 NUMBER FOR ITS ACCOUNT AND DATE.           *
000401*  10/15/26  DLS  A SAME-DAY RERUN ADDS TO THE ESCCTL TOTALS *
000402*                 ALREADY STAMPED TODAY AND EXTENDS ESCHLTR  *
000403*                 AND ESCHRPT INSTEAD OF REPLACING THEM.     *
000404*----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ACCOUNT1 ASSIGN TO ACCOUNTF
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS ACCT-NO
000480         FILE STATUS IS WS-ACC-FS.
000490
000500     SELECT ESCHMST ASSIGN TO ESCHMST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ES-ACCT-NO
000540         FILE STATUS IS WS-ES-FS.
000550
000560     SELECT CUSTMST ASSIGN TO CUSTMST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS CM-CUST-ID
000600         FILE STATUS IS WS-CM-FS.
000610
000620     SELECT HOLDMST ASSIGN TO HOLDMST
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS HD-HOLD-ID
000660         FILE STATUS IS WS-HD-FS.
000670
000680     SELECT STORDMST ASSIGN TO STORDMST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS SO-ID
000720         FILE STATUS IS WS-SO-FS.
000730
000740     SELECT ACCRMST ASSIGN TO ACCRMST
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS AC-ACCT-NO
000780         FILE STATUS IS WS-AC-FS.
000790
000800     SELECT TRANJRNL ASSIGN TO TRANJRNL
000810         ORGANIZATION IS INDEXED
000813         ACCESS MODE IS DYNAMIC
000816         RECORD KEY IS JR-KEY
000820         FILE STATUS IS WS-J-FS.
000830
000840     SELECT ESCHPARM ASSIGN TO ESCHPARM
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-EP-FS.
000870
000880     SELECT ESCHLTR ASSIGN TO ESCHLTR
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-LTR-FS.
000910
000920     SELECT ESCHHLD ASSIGN TO ESCHHLD
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-HR-FS.
000950
000960     SELECT ESCCTL ASSIGN TO ESCCTL
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-EC-FS.
000990
001000     SELECT ESCHRPT ASSIGN TO ESCHRPT
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-RPT-FS.
001030
001040     SELECT BUSDATE ASSIGN TO BUSDATE
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-BD-FS.
001070
001071     SELECT RUNPREQ ASSIGN TO RUNPREQ
001072         ORGANIZATION IS SEQUENTIAL
001073         FILE STATUS IS WS-PQ-FS.
001074
001075     SELECT RUNLEDG ASSIGN TO RUNLEDG
001076         ORGANIZATION IS INDEXED
001077         ACCESS MODE IS DYNAMIC
001078         RECORD KEY IS RL-KEY
001079         FILE STATUS IS WS-RL-FS.
001080
001085 DATA DIVISION.
001090 FILE SECTION.
001100 FD  ACCOUNT1.
001110 01  ACCT-REC.
001120     COPY ACCTREC.
001130
001140 FD  ESCHMST.
001150 01  ESCH-REC.
001160     COPY ESCHREC.
001170
001180 FD  CUSTMST.
001190 01  CUST-REC.
001200     COPY CUSTREC.
001210
001220 FD  HOLDMST.
001230 01  HOLD-REC.
001240     COPY HOLDREC.
001250
001260 FD  STORDMST.
001270 01  SO-REC.
001280     COPY STORDREC.
001290
001300 FD  ACCRMST.
001310 01  ACCR-REC.
001320     COPY ACCRREC.
001330
001340 FD  TRANJRNL.
001350 01  JRNL-REC.
001360     COPY JRNLREC.
001370
001380 FD  ESCHPARM.
001390 01  ESCHPARM-REC.
001400     05 EP-DORMANT-YEARS PIC 9(02).
001410     05 EP-NOTICE-DAYS PIC 9(03).
001420     05 EP-HOLDER-YEAR PIC 9(04).
001430
001440 FD  ESCHLTR.
001450 01  LTR-LINE PIC X(132).
001460
001470 FD  ESCHHLD.
001480 01  HOLDER-REC.
001490     05 HR-REPORT-YEAR PIC 9(04).
001500     05 HR-ACCT-NO PIC X(10).
001510     05 HR-CUST-ID PIC X(08).
001520     05 HR-OWNER-NAME PIC X(30).
001530     05 HR-ADDR-LINE1 PIC X(30).
001540     05 HR-ADDR-LINE2 PIC X(30).
001550     05 HR-ADDR-LINE3 PIC X(30).
001560     05 HR-AMOUNT PIC 9(7)V99.
001570     05 HR-LAST-ACT-DATE PIC 9(08).
001580     05 HR-NOTICE-DATE PIC 9(08).
001590     05 HR-ESCHEAT-DATE PIC 9(08).
001600
001610 FD  ESCCTL.
001620 01  ESCCTL-REC.
001630     COPY ESCCTLREC.
001640
001650 FD  ESCHRPT.
001660 01  RPT-LINE PIC X(132).
001670
001680 FD  BUSDATE.
001690 01  BUSDATE-REC.
001700     COPY BUSDTREC.
001710
001711 FD  RUNPREQ.
001712 01  RUNPREQ-REC.
001713     COPY RUNPREQREC.
001714
001715 FD  RUNLEDG.
001716 01  RUNLEDG-REC.
001717     COPY RUNLEDREC.
001718
001720 WORKING-STORAGE SECTION.
001730 01  WS-ACC-FS PIC X(02).
001740 01  WS-ES-FS PIC X(02).
001750     88 ES-FILE-OK VALUE "00".
001760 01  WS-CM-FS PIC X(02).
001770 01  WS-HD-FS PIC X(02).
001780 01  WS-SO-FS PIC X(02).
001790 01  WS-AC-FS PIC X(02).
001800 01  WS-J-FS PIC X(02).
001801 01  WS-JS-HOLD-REC PIC X(96).
001802 01  WS-JS-ACCT-NO PIC X(10).
001803 01  WS-JS-BUS-DATE PIC 9(08).
001804 01  WS-JS-LAST-SEQ PIC 9(06) VALUE ZERO.
001805 01  WS-JS-END-SW PIC X(01) VALUE "N".
001806     88 JS-AT-END VALUE "Y".
001810 01  WS-EP-FS PIC X(02).
001820 01  WS-LTR-FS PIC X(02).
001830 01  WS-HR-FS PIC X(02).
001840 01  WS-EC-FS PIC X(02).
001850 01  WS-RPT-FS PIC X(02).
001860 01  WS-BD-FS PIC X(02).
001870 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.
001880 01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
001890     05 WS-BUS-YEAR PIC 9(04).
001900     05 FILLER PIC 9(04).
001910
001920 01  WS-ACC-EOF-SW PIC X(01) VALUE "N".
001930     88 ACC-AT-EOF VALUE "Y".
001940 01  WS-SCAN-EOF-SW PIC X(01) VALUE "N".
001950     88 SCAN-AT-EOF VALUE "Y".
001960 01  WS-ES-FOUND-SW PIC X(01) VALUE "N".
001970     88 ESCH-ON-FILE VALUE "Y".
001980 01  WS-CUST-FOUND-SW PIC X(01) VALUE "N".
001990     88 CUSTOMER-FOUND VALUE "Y".
002000 01  WS-ADDR-SW PIC X(01) VALUE "N".
002010     88 ADDRESS-ON-FILE VALUE "Y".
002020 01  WS-ACCR-SW PIC X(01) VALUE "N".
002030     88 ACCRUAL-ON-FILE VALUE "Y".
002040
002050 01  WS-DORMANT-YEARS PIC 9(02) VALUE 3.
002060 01  WS-NOTICE-DAYS PIC 9(03) VALUE 60.
002070 01  WS-HOLDER-YEAR PIC 9(04) VALUE ZERO.
002080 01  WS-CUTOFF-DATE PIC 9(08) VALUE ZERO.
002090 01  WS-CUTOFF-R REDEFINES WS-CUTOFF-DATE.
002100     05 WS-CO-YEAR PIC 9(04).
002110     05 WS-CO-MONTH PIC 9(02).
002120     05 WS-CO-DAY PIC 9(02).
002130 01  WS-DUE-DATE PIC 9(08) VALUE ZERO.
002140 01  WS-DATE-INT PIC 9(07) VALUE ZERO.
002150
002160 01  WS-READ-CNT PIC 9(05) COMP VALUE ZERO.
002170 01  WS-NOTICE-CNT PIC 9(05) COMP VALUE ZERO.
002180 01  WS-LETTER-CNT PIC 9(05) COMP VALUE ZERO.
002190 01  WS-NOADDR-CNT PIC 9(05) COMP VALUE ZERO.
002200 01  WS-PENDING-CNT PIC 9(05) COMP VALUE ZERO.
002210 01  WS-STOPPED-CNT PIC 9(05) COMP VALUE ZERO.
002220 01  WS-ESCHEAT-CNT PIC 9(05) COMP VALUE ZERO.
002230 01  WS-DEFERRED-CNT PIC 9(05) COMP VALUE ZERO.
002240 01  WS-NILBAL-CNT PIC 9(05) COMP VALUE ZERO.
002250 01  WS-SO-CANCEL-CNT PIC 9(05) COMP VALUE ZERO.
002260 01  WS-HOLDER-CNT PIC 9(05) COMP VALUE ZERO.
002270 01  WS-HOLD-CNT PIC 9(05) COMP VALUE ZERO.
002280
002290 01  WS-ESCH-ACCT PIC X(10).
002300 01  WS-STOP-REASON PIC X(20).
002310 01  WS-ESCH-INT PIC 9(7)V99 VALUE ZERO.
002320 01  WS-ESCH-AMT PIC 9(7)V99 VALUE ZERO.
002330 01  WS-WORK-BALANCE PIC S9(7)V99 VALUE ZERO.
002340 01  WS-TOTAL-NOTICE-BAL PIC 9(09)V99 VALUE ZERO.
002350 01  WS-TOTAL-ESCH-INT PIC 9(09)V99 VALUE ZERO.
002360 01  WS-TOTAL-ESCHEATED PIC 9(09)V99 VALUE ZERO.
002370 01  WS-TOTAL-HOLDER PIC 9(09)V99 VALUE ZERO.
002371 01  WS-RERUN-SW PIC X(01) VALUE "N".
002372     88 SAME-DAY-RERUN VALUE "Y".
002373 01  WS-PRIOR-ESCCTL.
002374     05 WS-PE-ESCH-INT PIC 9(09)V99 VALUE ZERO.
002375     05 WS-PE-ESCHEATED PIC 9(09)V99 VALUE ZERO.
002376     05 WS-PE-ACCTS PIC 9(05) VALUE ZERO.
002377     05 WS-PE-NOTICES PIC 9(05) VALUE ZERO.
002378     05 WS-PE-STOPPED PIC 9(05) VALUE ZERO.
002380
002390 01  WS-DATE-IN PIC 9(08).
002400 01  WS-DATE-IN-R REDEFINES WS-DATE-IN.
002410     05 WS-DI-YEAR PIC 9(04).
002420     05 WS-DI-MONTH PIC 9(02).
002430     05 WS-DI-DAY PIC 9(02).
002440 01  WS-DATE-OUT.
002450     05 WS-DO-MONTH PIC 9(02).
002460     05 FILLER PIC X(01) VALUE "/".
002470     05 WS-DO-DAY PIC 9(02).
002480     05 FILLER PIC X(01) VALUE "/".
002490     05 WS-DO-YEAR PIC 9(04).
002500 01  WS-LTR-LAST-DATE PIC X(10).
002510 01  WS-LTR-DUE-DATE PIC X(10).
002520 01  WS-LTR-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
002530
002540 01  WS-ADDR-LINE.
002550     05 FILLER PIC X(09) VALUE SPACES.
002560     05 WS-AD-TEXT PIC X(30).
002570     05 FILLER PIC X(93) VALUE SPACES.
002580
002590 01  WS-COLHDR-LINE.
002600     05 FILLER PIC X(02) VALUE SPACES.
002610     05 FILLER PIC X(12) VALUE "ACCOUNT".
002620     05 FILLER PIC X(32) VALUE "CUSTOMER".
002630     05 FILLER PIC X(03) VALUE "T".
002640     05 FILLER PIC X(10) VALUE "LAST ACT".
002650     05 FILLER PIC X(16) VALUE "        BALANCE".
002660     05 FILLER PIC X(10) VALUE "DUE DATE".
002670     05 FILLER PIC X(47) VALUE "ACTION".
002680
002690 01  WS-DTL-LINE.
002700     05 FILLER PIC X(02) VALUE SPACES.
002710     05 WS-DL-ACCT-NO PIC X(10).
002720     05 FILLER PIC X(02) VALUE SPACES.
002730     05 WS-DL-CUST-NAME PIC X(30).
002740     05 FILLER PIC X(02) VALUE SPACES.
002750     05 WS-DL-ACCT-TYPE PIC X(01).
002760     05 FILLER PIC X(02) VALUE SPACES.
002770     05 WS-DL-LAST-DATE PIC 9(08).
002780     05 FILLER PIC X(02) VALUE SPACES.
002790     05 WS-DL-BALANCE PIC ZZ,ZZZ,ZZ9.99-.
002800     05 FILLER PIC X(02) VALUE SPACES.
002810     05 WS-DL-DUE-DATE PIC 9(08).
002820     05 FILLER PIC X(02) VALUE SPACES.
002830     05 WS-DL-NOTE PIC X(30).
002840     05 FILLER PIC X(17) VALUE SPACES.
002850
002860 01  WS-SUM-LINE.
002870     05 FILLER PIC X(02) VALUE SPACES.
002880     05 WS-SL-LABEL PIC X(30).
002890     05 WS-SL-COUNT PIC ZZZZ9.
002900     05 FILLER PIC X(95) VALUE SPACES.
002910
002920 01  WS-AMT-LINE.
002930     05 FILLER PIC X(02) VALUE SPACES.
002940     05 WS-AL-LABEL PIC X(30).
002950     05 WS-AL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002960     05 FILLER PIC X(83) VALUE SPACES.
002970
002971 01  WS-PQ-FS PIC X(02).
002972 01  WS-RL-FS PIC X(02).
002973 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
002974     88 RP-AT-EOF VALUE "Y".
002975 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
002976     88 RL-ON-FILE VALUE "Y".
002977 01  WS-RL-STEP PIC X(10) VALUE "ESCHEAT".
002978 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
002979 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
002980 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
002981 01  WS-RL-RC PIC 9(04) VALUE ZERO.
002982 01  WS-RL-COUNTS.
002983     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
002984        10 WS-RL-CNT-LABEL PIC X(10).
002985        10 WS-RL-CNT-VALUE PIC 9(09).
002986
002987 PROCEDURE DIVISION.
002990
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003020     PERFORM 2000-SCAN-ACCOUNT THRU 2000-EXIT
003030         UNTIL ACC-AT-EOF.
003040     PERFORM 6000-HOLDER-REPORT THRU 6000-EXIT.
003050     PERFORM 7500-WRITE-SUMMARY THRU 7500-EXIT.
003060     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003065     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
003070     STOP RUN.
003080
003090*----------------------------------------------------------*
003100* 1000-INITIALIZE - BUSINESS DATE, PARAMETERS, THE DORMANCY *
003110*                   CUTOFF AND THE FILES FOR THIS RUN.      *
003120*----------------------------------------------------------*
003130 1000-INITIALIZE.
003140     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
003145     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
003150     PERFORM 1200-READ-ESCHPARM THRU 1200-EXIT.
003160     PERFORM 1300-SET-CUTOFF THRU 1300-EXIT.
003170     OPEN I-O ACCOUNT1.
003180     IF WS-ACC-FS NOT = "00"
003190         DISPLAY "ESCHEAT: ERROR OPENING ACCOUNT1 " WS-ACC-FS
003200         STOP RUN
003210     END-IF.
003220     OPEN I-O ESCHMST.
003230     IF NOT ES-FILE-OK
003240         OPEN OUTPUT ESCHMST
003250         IF NOT ES-FILE-OK
003260             DISPLAY "ESCHEAT: ERROR OPENING ESCHMST "
003270                 WS-ES-FS
003280             STOP RUN
003290         END-IF
003300         CLOSE ESCHMST
003310         OPEN I-O ESCHMST
003320         IF NOT ES-FILE-OK
003330             DISPLAY "ESCHEAT: ERROR REOPENING ESCHMST "
003340                 WS-ES-FS
003350             STOP RUN
003360         END-IF
003370     END-IF.
003380     OPEN INPUT CUSTMST.
003390     IF WS-CM-FS NOT = "00"
003400         DISPLAY "ESCHEAT: ERROR OPENING CUSTMST " WS-CM-FS
003410         DISPLAY "ESCHEAT: NOTICES CANNOT BE ADDRESSED"
003420         STOP RUN
003430     END-IF.
003440     OPEN INPUT HOLDMST.
003450     IF WS-HD-FS NOT = "00"
003460         DISPLAY "ESCHEAT: ERROR OPENING HOLDMST " WS-HD-FS
003470         STOP RUN
003480     END-IF.
003490     OPEN I-O STORDMST.
003500     IF WS-SO-FS NOT = "00"
003510         DISPLAY "ESCHEAT: ERROR OPENING STORDMST " WS-SO-FS
003520         STOP RUN
003530     END-IF.
003540     OPEN I-O ACCRMST.
003550     IF WS-AC-FS NOT = "00"
003560         DISPLAY "ESCHEAT: ERROR OPENING ACCRMST " WS-AC-FS
003570         STOP RUN
003580     END-IF.
003590     OPEN I-O TRANJRNL.
003600     IF WS-J-FS NOT = "00"
003610         OPEN OUTPUT TRANJRNL
003613         CLOSE TRANJRNL
003616         OPEN I-O TRANJRNL
003620     END-IF.
003630     IF WS-J-FS NOT = "00"
003640         DISPLAY "ESCHEAT: ERROR OPENING TRANJRNL " WS-J-FS
003650         STOP RUN
003660     END-IF.
003670     PERFORM 1400-OPEN-OUTPUTS THRU 1400-EXIT.
003680 1000-EXIT.
003690     EXIT.
003700
003710*----------------------------------------------------------*
003720* 1100-READ-BUSDATE - PICK UP THE CURRENT BUSINESS DATE.    *
003730*                     NO BATCH PROGRAM MAY RUN WITHOUT IT.  *
003740*----------------------------------------------------------*
003750 1100-READ-BUSDATE.
003760     OPEN INPUT BUSDATE.
003770     IF WS-BD-FS NOT = "00"
003780         DISPLAY "ESCHEAT: BUSDATE NOT AVAILABLE " WS-BD-FS
003790         DISPLAY "ESCHEAT: RUN CANNOT START WITHOUT A"
003800         DISPLAY "BUSINESS DATE"
003810         STOP RUN
003820     END-IF.
003830     READ BUSDATE
003840         AT END
003850             DISPLAY "ESCHEAT: BUSDATE FILE IS EMPTY"
003860             CLOSE BUSDATE
003870             STOP RUN
003880         NOT AT END
003890             MOVE BD-BUS-DATE TO WS-BUS-DATE
003900     END-READ.
003910     CLOSE BUSDATE.
003920     DISPLAY "ESCHEAT: BUSINESS DATE " WS-BUS-DATE.
003930 1100-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------*
003970* 1200-READ-ESCHPARM - YEARS WITHOUT ACTIVITY BEFORE A      *
003980*                      DORMANT ACCOUNT IS PUT UNDER NOTICE, *
003990*                      DAYS OF NOTICE BEFORE IT IS          *
004000*                      ESCHEATED, AND THE HOLDER REPORT     *
004010*                      YEAR (ZERO FOR NO REPORT). MISSING   *
004020*                      OR INVALID FIELDS KEEP THE DEFAULTS. *
004030*----------------------------------------------------------*
004040 1200-READ-ESCHPARM.
004050     OPEN INPUT ESCHPARM.
004060     IF WS-EP-FS NOT = "00"
004070         DISPLAY "ESCHEAT: ESCHPARM NOT SUPPLIED - USING "
004080             "DEFAULTS"
004090         GO TO 1200-DISPLAY
004100     END-IF.
004110     READ ESCHPARM
004120         AT END
004130             DISPLAY "ESCHEAT: ESCHPARM EMPTY - USING DEFAULTS"
004140         NOT AT END
004150             IF EP-DORMANT-YEARS NUMERIC
004160                     AND EP-DORMANT-YEARS > ZERO
004170                 MOVE EP-DORMANT-YEARS TO WS-DORMANT-YEARS
004180             ELSE
004190                 DISPLAY "ESCHEAT: DORMANT YEARS INVALID - "
004200                     "DEFAULT USED"
004210             END-IF
004220             IF EP-NOTICE-DAYS NUMERIC
004230                     AND EP-NOTICE-DAYS > ZERO
004240                 MOVE EP-NOTICE-DAYS TO WS-NOTICE-DAYS
004250             ELSE
004260                 DISPLAY "ESCHEAT: NOTICE DAYS INVALID - "
004270                     "DEFAULT USED"
004280             END-IF
004290             IF EP-HOLDER-YEAR NUMERIC
004300                 MOVE EP-HOLDER-YEAR TO WS-HOLDER-YEAR
004310             END-IF
004320     END-READ.
004330     CLOSE ESCHPARM.
004340 1200-DISPLAY.
004350     DISPLAY "ESCHEAT: NOTICE AFTER " WS-DORMANT-YEARS
004360         " YEARS WITHOUT ACTIVITY".
004370     DISPLAY "ESCHEAT: ESCHEAT AFTER " WS-NOTICE-DAYS
004380         " DAYS UNDER NOTICE".
004390     IF WS-HOLDER-YEAR = ZERO
004400         DISPLAY "ESCHEAT: NO HOLDER REPORT THIS RUN"
004410     ELSE
004420         DISPLAY "ESCHEAT: HOLDER REPORT FOR " WS-HOLDER-YEAR
004430     END-IF.
004440 1200-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------*
004480* 1300-SET-CUTOFF - THE CUTOFF IS THE BUSINESS DATE LESS    *
004490*                   THE DORMANT YEARS (29 FEBRUARY BECOMES  *
004500*                   THE 28TH). A DORMANT ACCOUNT LAST       *
004510*                   ACTIVE BEFORE IT IS DUE A NOTICE.       *
004520*----------------------------------------------------------*
004530 1300-SET-CUTOFF.
004540     MOVE WS-BUS-DATE TO WS-CUTOFF-DATE.
004550     SUBTRACT WS-DORMANT-YEARS FROM WS-CO-YEAR.
004560     IF WS-CO-MONTH = 2 AND WS-CO-DAY > 28
004570         MOVE 28 TO WS-CO-DAY
004580     END-IF.
004590     COMPUTE WS-DATE-INT =
004600         FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
004610         + WS-NOTICE-DAYS.
004620     COMPUTE WS-DUE-DATE =
004630         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
004640     DISPLAY "ESCHEAT: NOTICE IF NO ACTIVITY SINCE "
004650         WS-CUTOFF-DATE.
004660     DISPLAY "ESCHEAT: NOTICES SENT TODAY FALL DUE "
004670         WS-DUE-DATE.
004680 1300-EXIT.
004690     EXIT.
004700
004703*----------------------------------------------------------*
004706* 1400-OPEN-OUTPUTS - LETTERS, HOLDER FILE AND THE          *
004709*                     PROCESSING REPORT. ON A RERUN THE     *
004712*                     DAY'S LETTERS AND REPORT ARE EXTENDED *
004715*                     SO THE FIRST RUN'S ARE KEPT; THE      *
004718*                     HOLDER FILE IS REBUILT FROM ESCHMST   *
004721*                     EVERY RUN.                            *
004724*----------------------------------------------------------*
004727 1400-OPEN-OUTPUTS.
004730     PERFORM 1450-READ-PRIOR-ESCCTL THRU 1450-EXIT.
004733     IF SAME-DAY-RERUN
004736         OPEN EXTEND ESCHLTR
004739         IF WS-LTR-FS NOT = "00"
004742             OPEN OUTPUT ESCHLTR
004745         END-IF
004748     ELSE
004751         OPEN OUTPUT ESCHLTR
004754     END-IF.
004757     IF WS-LTR-FS NOT = "00"
004760         DISPLAY "ESCHEAT: ERROR OPENING ESCHLTR " WS-LTR-FS
004763         STOP RUN
004766     END-IF.
004769     OPEN OUTPUT ESCHHLD.
004772     IF WS-HR-FS NOT = "00"
004775         DISPLAY "ESCHEAT: ERROR OPENING ESCHHLD " WS-HR-FS
004778         STOP RUN
004781     END-IF.
004784     IF SAME-DAY-RERUN
004787         OPEN EXTEND ESCHRPT
004790         IF WS-RPT-FS NOT = "00"
004793             OPEN OUTPUT ESCHRPT
004796         END-IF
004799     ELSE
004802         OPEN OUTPUT ESCHRPT
004805     END-IF.
004808     IF WS-RPT-FS NOT = "00"
004811         DISPLAY "ESCHEAT: ERROR OPENING ESCHRPT " WS-RPT-FS
004814         STOP RUN
004817     END-IF.
004820     MOVE SPACES TO RPT-LINE.
004823     IF SAME-DAY-RERUN
004826         STRING "ESCHEAT - UNCLAIMED PROPERTY PROCESSING FOR "
004829             "BUSINESS DATE " WS-BUS-DATE " (RERUN)"
004832             DELIMITED BY SIZE INTO RPT-LINE
004835     ELSE
004838         STRING "ESCHEAT - UNCLAIMED PROPERTY PROCESSING FOR "
004841             "BUSINESS DATE " WS-BUS-DATE
004844             DELIMITED BY SIZE INTO RPT-LINE
004847     END-IF.
004850     WRITE RPT-LINE.
004853     MOVE WS-COLHDR-LINE TO RPT-LINE.
004856     WRITE RPT-LINE.
004859     MOVE ALL "-" TO RPT-LINE.
004862     WRITE RPT-LINE.
004865 1400-EXIT.
004868     EXIT.
004871
004874*----------------------------------------------------------*
004877* 1450-READ-PRIOR-ESCCTL - AN ESCCTL ALREADY STAMPED TODAY  *
004880*                          MAKES THIS A RERUN: ITS TOTALS   *
004883*                          ARE KEPT AND THIS RUN'S ARE      *
004886*                          ADDED TO THEM, AS THE FIRST      *
004889*                          RUN'S ESCH ENTRIES STAND ON THE  *
004892*                          JOURNAL. AN OLDER ESCCTL, OR     *
004895*                          NONE, MEANS A FIRST RUN.         *
004898*----------------------------------------------------------*
004901 1450-READ-PRIOR-ESCCTL.
004904     OPEN INPUT ESCCTL.
004907     IF WS-EC-FS NOT = "00"
004910         GO TO 1450-EXIT
004913     END-IF.
004916     READ ESCCTL
004919         AT END
004922             CONTINUE
004925         NOT AT END
004928             IF EC-BUS-DATE = WS-BUS-DATE
004931                 MOVE "Y" TO WS-RERUN-SW
004934                 MOVE EC-ESCHEAT-INTEREST TO WS-PE-ESCH-INT
004937                 MOVE EC-ESCHEAT-TOTAL TO WS-PE-ESCHEATED
004940                 MOVE EC-ACCTS-ESCHEATED TO WS-PE-ACCTS
004943                 MOVE EC-NOTICES-SENT TO WS-PE-NOTICES
004946                 MOVE EC-PROCESS-STOPPED TO WS-PE-STOPPED
004949                 DISPLAY "ESCHEAT: RERUN FOR " WS-BUS-DATE
004952                     " - ESCCTL TOTALS CARRIED FORWARD"
004955             END-IF
004958     END-READ.
004961     CLOSE ESCCTL.
004964 1450-EXIT.
004967     EXIT.
004970
005021*----------------------------------------------------------*
005022* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
005023*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
005024*                     AND RECORD THE START OF THE RUN. THE  *
005025*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
005026*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
005027*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
005028*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
005029*                     COMPLETED.                            *
005030*----------------------------------------------------------*
005031 1900-LEDGER-START.
005032     OPEN INPUT RUNPREQ.
005033     IF WS-PQ-FS NOT = "00"
005034         DISPLAY "*** ESCHEAT REFUSED ***"
005035         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
005036             WS-PQ-FS
005037         STOP RUN
005038     END-IF.
005039     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
005040     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
005041         UNTIL RP-AT-EOF.
005042     CLOSE RUNPREQ.
005043     IF WS-RL-REFUSE-CNT > ZERO
005044         MOVE "R" TO WS-RL-NEW-STATUS
005045         PERFORM 1940-POST-START THRU 1940-EXIT
005046         CLOSE RUNLEDG
005047         DISPLAY "*** ESCHEAT REFUSED ***"
005048         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
005049             "DATE " WS-BUS-DATE
005050         STOP RUN
005051     END-IF.
005052     MOVE "S" TO WS-RL-NEW-STATUS.
005053     PERFORM 1940-POST-START THRU 1940-EXIT.
005054     CLOSE RUNLEDG.
005055 1900-EXIT.
005056     EXIT.
005057
005058 1910-CHECK-PREREQ.
005059     READ RUNPREQ
005060         AT END
005061             MOVE "Y" TO WS-RP-EOF-SW
005062             GO TO 1910-EXIT
005063     END-READ.
005064     IF RP-STEP = WS-RL-STEP
005065         MOVE RP-PREREQ TO RL-STEP
005066         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
005067         IF RL-ON-FILE AND RL-COMPLETE
005068             GO TO 1910-EXIT
005069         END-IF
005070         IF NOT RL-ON-FILE AND RP-MONTH-END
005071             GO TO 1910-EXIT
005072         END-IF
005073         ADD 1 TO WS-RL-REFUSE-CNT
005074         MOVE SPACES TO WS-RL-MESSAGE
005075         STRING "AWAITING " RP-PREREQ
005076             DELIMITED BY SIZE INTO WS-RL-MESSAGE
005077         DISPLAY "ESCHEAT: " RP-PREREQ
005078             " HAS NOT COMPLETED FOR " WS-BUS-DATE
005079         GO TO 1910-EXIT
005080     END-IF.
005081     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
005082         MOVE RP-STEP TO RL-STEP
005083         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
005084         IF RL-ON-FILE AND RL-COMPLETE
005085             ADD 1 TO WS-RL-REFUSE-CNT
005086             MOVE SPACES TO WS-RL-MESSAGE
005087             STRING "OUT OF SEQUENCE AFTER " RP-STEP
005088                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
005089             DISPLAY "ESCHEAT: " RP-STEP
005090                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
005091         END-IF
005092     END-IF.
005093 1910-EXIT.
005094     EXIT.
005095
005096 1920-READ-LEDGER.
005097     MOVE WS-BUS-DATE TO RL-BUS-DATE.
005098     MOVE "Y" TO WS-RL-FOUND-SW.
005099     READ RUNLEDG KEY IS RL-KEY
005100         INVALID KEY
005101             MOVE "N" TO WS-RL-FOUND-SW
005102     END-READ.
005103 1920-EXIT.
005104     EXIT.
005105
005106 1930-OPEN-LEDGER.
005107     OPEN I-O RUNLEDG.
005108     IF WS-RL-FS NOT = "00"
005109         OPEN OUTPUT RUNLEDG
005110         IF WS-RL-FS NOT = "00"
005111             DISPLAY "ESCHEAT: ERROR OPENING RUNLEDG " WS-RL-FS
005112             STOP RUN
005113         END-IF
005114         CLOSE RUNLEDG
005115         OPEN I-O RUNLEDG
005116         IF WS-RL-FS NOT = "00"
005117             DISPLAY "ESCHEAT: ERROR REOPENING RUNLEDG " WS-RL-FS
005118             STOP RUN
005119         END-IF
005120     END-IF.
005121 1930-EXIT.
005122     EXIT.
005123
005124*----------------------------------------------------------*
005125* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
005126*                   ENTRY FOR TODAY AS STARTED (S) OR       *
005127*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
005128*                   EARLIER CLEAN COMPLETION STANDING.      *
005129*----------------------------------------------------------*
005130 1940-POST-START.
005131     MOVE WS-RL-STEP TO RL-STEP.
005132     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
005133     IF RL-ON-FILE AND RL-COMPLETE
005134         AND WS-RL-NEW-STATUS = "R"
005135         GO TO 1940-EXIT
005136     END-IF.
005137     IF NOT RL-ON-FILE
005138         INITIALIZE RUNLEDG-REC
005139         MOVE WS-BUS-DATE TO RL-BUS-DATE
005140         MOVE WS-RL-STEP TO RL-STEP
005141     END-IF.
005142     ADD 1 TO RL-RUN-COUNT.
005143     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
005144     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
005145     ACCEPT RL-START-TIME FROM TIME.
005146     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
005147     INITIALIZE RL-COUNTS.
005148     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
005149     IF RL-ON-FILE
005150         REWRITE RUNLEDG-REC
005151             INVALID KEY
005152                 DISPLAY "ESCHEAT: RUNLEDG REWRITE FAILED "
005153                     WS-RL-FS
005154         END-REWRITE
005155     ELSE
005156         WRITE RUNLEDG-REC
005157             INVALID KEY
005158                 DISPLAY "ESCHEAT: RUNLEDG WRITE FAILED " WS-RL-FS
005159         END-WRITE
005160     END-IF.
005161 1940-EXIT.
005162     EXIT.
005163
005164*----------------------------------------------------------*
005165* 2000-SCAN-ACCOUNT - READ ONE ACCOUNT. ONE UNDER NOTICE IS *
005166*                     CHECKED FOR A CLAIM OR FOR THE END OF *
005167*                     ITS NOTICE PERIOD; A DORMANT ONE PAST *
005168*                     THE CUTOFF WITH MONEY IN IT, AND NOT  *
005169*                     ALREADY UNDER NOTICE OR ESCHEATED, IS *
005170*                     PUT UNDER NOTICE.                     *
005171*----------------------------------------------------------*
005172 2000-SCAN-ACCOUNT.
005173     READ ACCOUNT1
005174         AT END
005175             MOVE "Y" TO WS-ACC-EOF-SW
005176             GO TO 2000-EXIT
005177     END-READ.
005178     ADD 1 TO WS-READ-CNT.
005180     MOVE "Y" TO WS-ES-FOUND-SW.
005190     MOVE ACCT-NO TO ES-ACCT-NO.
005200     READ ESCHMST KEY IS ES-ACCT-NO
005210         INVALID KEY
005220             MOVE "N" TO WS-ES-FOUND-SW
005230     END-READ.
005240     IF ESCH-ON-FILE AND ES-UNDER-NOTICE
005250         PERFORM 3000-CHECK-NOTICE THRU 3000-EXIT
005260         GO TO 2000-EXIT
005270     END-IF.
005280     IF ESCH-ON-FILE AND ES-ESCHEATED
005290         GO TO 2000-EXIT
005300     END-IF.
005310     IF NOT ACCT-DORMANT
005320         GO TO 2000-EXIT
005330     END-IF.
005340     IF ACCT-LAST-ACT-DATE = ZERO
005350             OR ACCT-LAST-ACT-DATE NOT < WS-CUTOFF-DATE
005360         GO TO 2000-EXIT
005370     END-IF.
005380     IF BALANCE NOT > ZERO
005390         ADD 1 TO WS-NILBAL-CNT
005400         GO TO 2000-EXIT
005410     END-IF.
005420     PERFORM 4000-SEND-NOTICE THRU 4000-EXIT.
005430 2000-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------*
005470* 3000-CHECK-NOTICE - AN ACCOUNT UNDER NOTICE. ACTIVITY     *
005480*                     SINCE THE NOTICE, A REACTIVATION OR A *
005490*                     CLOSE STOPS THE PROCESS; OTHERWISE    *
005500*                     IT IS ESCHEATED ONCE THE DUE DATE IS  *
005510*                     REACHED.                              *
005520*----------------------------------------------------------*
005530 3000-CHECK-NOTICE.
005540     MOVE SPACES TO WS-STOP-REASON.
005550     EVALUATE TRUE
005560         WHEN ACCT-ACTIVE
005570             MOVE "ACCOUNT REACTIVATED" TO WS-STOP-REASON
005580         WHEN ACCT-INACTIVE
005590             MOVE "ACCOUNT CLOSED" TO WS-STOP-REASON
005600         WHEN ACCT-LAST-ACT-DATE NOT = ES-LAST-ACT-DATE
005610             MOVE "ACTIVITY ON ACCOUNT" TO WS-STOP-REASON
005620     END-EVALUATE.
005630     IF WS-STOP-REASON NOT = SPACES
005640         PERFORM 3100-STOP-PROCESS THRU 3100-EXIT
005650         GO TO 3000-EXIT
005660     END-IF.
005670     IF WS-BUS-DATE < ES-DUE-DATE
005680         ADD 1 TO WS-PENDING-CNT
005690         GO TO 3000-EXIT
005700     END-IF.
005710     PERFORM 5000-ESCHEAT-ACCOUNT THRU 5000-EXIT.
005720 3000-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------*
005760* 3100-STOP-PROCESS - THE OWNER HAS SHOWN AN INTEREST IN    *
005770*                     THE ACCOUNT (OR THERE IS NOTHING LEFT *
005780*                     TO REMIT). THE NOTICE IS MARKED       *
005790*                     STOPPED; SHOULD THE ACCOUNT GO        *
005800*                     UNCLAIMED AGAIN IT STARTS OVER.       *
005810*----------------------------------------------------------*
005820 3100-STOP-PROCESS.
005830     MOVE "S" TO ES-STATUS.
005840     MOVE WS-BUS-DATE TO ES-STOP-DATE.
005850     MOVE WS-STOP-REASON TO ES-STOP-REASON.
005860     REWRITE ESCH-REC
005870         INVALID KEY
005880             DISPLAY "ESCHEAT: ESCHMST REWRITE FAILED "
005890                 ES-ACCT-NO
005900             GO TO 3100-EXIT
005910     END-REWRITE.
005920     ADD 1 TO WS-STOPPED-CNT.
005930     MOVE ES-DUE-DATE TO WS-DL-DUE-DATE.
005940     MOVE SPACES TO WS-DL-NOTE.
005950     STRING "STOPPED - " WS-STOP-REASON
005960         DELIMITED BY SIZE INTO WS-DL-NOTE.
005970     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT.
005980 3100-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------*
006020* 4000-SEND-NOTICE - RECORD THE NOTICE ON ESCHMST (A        *
006030*                    STOPPED NOTICE FROM AN EARLIER CYCLE   *
006040*                    IS REPLACED) AND MAIL THE DUE-         *
006050*                    DILIGENCE LETTER TO THE CUSTMST        *
006060*                    ADDRESS. WITH NO ADDRESS ON FILE THE   *
006070*                    NOTICE PERIOD STILL RUNS, BUT THE      *
006080*                    ACCOUNT IS LISTED FOR FOLLOW-UP.       *
006090*----------------------------------------------------------*
006100 4000-SEND-NOTICE.
006110     PERFORM 4100-READ-CUSTOMER THRU 4100-EXIT.
006120     MOVE ACCT-NO TO ES-ACCT-NO.
006130     MOVE ACCT-CUST-ID TO ES-CUST-ID.
006140     MOVE CUST-NAME TO ES-OWNER-NAME.
006150     MOVE "N" TO ES-STATUS.
006160     IF ADDRESS-ON-FILE
006170         MOVE "Y" TO ES-LETTER-SW
006180     ELSE
006190         MOVE "N" TO ES-LETTER-SW
006200     END-IF.
006210     MOVE WS-BUS-DATE TO ES-NOTICE-DATE.
006220     MOVE WS-DUE-DATE TO ES-DUE-DATE.
006230     MOVE ACCT-LAST-ACT-DATE TO ES-LAST-ACT-DATE.
006240     MOVE BALANCE TO ES-NOTICE-BAL.
006250     MOVE ZERO TO ES-STOP-DATE.
006260     MOVE SPACES TO ES-STOP-REASON.
006270     MOVE ZERO TO ES-ESCHEAT-DATE.
006280     MOVE ZERO TO ES-ESCHEAT-AMT.
006290     IF ESCH-ON-FILE
006300         REWRITE ESCH-REC
006310             INVALID KEY
006320                 DISPLAY "ESCHEAT: ESCHMST REWRITE FAILED "
006330                     ES-ACCT-NO
006340                 GO TO 4000-EXIT
006350         END-REWRITE
006360     ELSE
006370         WRITE ESCH-REC
006380             INVALID KEY
006390                 DISPLAY "ESCHEAT: ESCHMST WRITE FAILED "
006400                     ES-ACCT-NO
006410                 GO TO 4000-EXIT
006420         END-WRITE
006430     END-IF.
006440     ADD 1 TO WS-NOTICE-CNT.
006450     ADD BALANCE TO WS-TOTAL-NOTICE-BAL.
006460     MOVE WS-DUE-DATE TO WS-DL-DUE-DATE.
006470     IF ADDRESS-ON-FILE
006480         PERFORM 4200-WRITE-LETTER THRU 4200-EXIT
006490         ADD 1 TO WS-LETTER-CNT
006500         MOVE "NOTICE LETTER MAILED" TO WS-DL-NOTE
006510     ELSE
006520         ADD 1 TO WS-NOADDR-CNT
006530         MOVE "NOTICE - NO ADDRESS ON FILE" TO WS-DL-NOTE
006540     END-IF.
006550     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT.
006560 4000-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------*
006600* 4100-READ-CUSTOMER - FETCH THE OWNER'S CUSTMST RECORD     *
006610*                      THROUGH ACCT-CUST-ID. AN ADDRESS IS  *
006620*                      ON FILE WHEN AT LEAST ONE ADDRESS    *
006630*                      LINE IS PRESENT.                     *
006640*----------------------------------------------------------*
006650 4100-READ-CUSTOMER.
006660     MOVE "N" TO WS-CUST-FOUND-SW.
006670     MOVE "N" TO WS-ADDR-SW.
006680     IF ACCT-CUST-ID = SPACES
006690         GO TO 4100-EXIT
006700     END-IF.
006710     MOVE ACCT-CUST-ID TO CM-CUST-ID.
006720     READ CUSTMST KEY IS CM-CUST-ID
006730         INVALID KEY
006740             GO TO 4100-EXIT
006750     END-READ.
006760     MOVE "Y" TO WS-CUST-FOUND-SW.
006770     IF CM-ADDR-LINE1 NOT = SPACES
006780             OR CM-ADDR-LINE2 NOT = SPACES
006790             OR CM-ADDR-LINE3 NOT = SPACES
006800         MOVE "Y" TO WS-ADDR-SW
006810     END-IF.
006820 4100-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------*
006860* 4200-WRITE-LETTER - ONE DUE-DILIGENCE LETTER: THE MAILING *
006870*                     ADDRESS BLOCK, THE ACCOUNT, ITS       *
006880*                     BALANCE AND LAST ACTIVITY, AND THE    *
006890*                     DATE BY WHICH THE OWNER MUST ACT.     *
006900*----------------------------------------------------------*
006910 4200-WRITE-LETTER.
006920     MOVE ACCT-LAST-ACT-DATE TO WS-DATE-IN.
006930     PERFORM 4300-FORMAT-DATE THRU 4300-EXIT.
006940     MOVE WS-DATE-OUT TO WS-LTR-LAST-DATE.
006950     MOVE WS-DUE-DATE TO WS-DATE-IN.
006960     PERFORM 4300-FORMAT-DATE THRU 4300-EXIT.
006970     MOVE WS-DATE-OUT TO WS-LTR-DUE-DATE.
006980     MOVE BALANCE TO WS-LTR-AMOUNT.
006990     MOVE ALL "=" TO LTR-LINE.
007000     PERFORM 4210-LETTER-LINE THRU 4210-EXIT.
007010     MOVE SPACES TO LTR-LINE.
007020     PERFORM 4210-LETTER-LINE THRU 4210-EXIT.
007030     MOVE CM-CUST-NAME TO WS-AD-TEXT.
007040     MOVE WS-ADDR-LINE TO LTR-LINE.
007050     PERFORM 4210-LETTER-LINE THRU 4210-EXIT.
007060     IF CM-ADDR-LINE1 NOT = SPACES
007070         MOVE CM-ADDR-LINE1 TO WS-AD-TEXT
007080         MOVE WS-ADDR-LINE TO LTR-LINE
007090         PERFORM 4210-LETTER-LINE THRU 4210-EXIT
007100     END-IF.
007110     IF CM-ADDR-LINE2 NOT = SPACES
007120         MOVE CM-ADDR-LINE2 TO WS-AD-TEXT
007130         MOVE WS-ADDR-LINE TO LTR-LINE
007140         PERFORM 4210-LETTER-LINE THRU 4210-EXIT
007150     END-IF.
007160     IF CM-ADDR-LINE3 NOT = SPACES
007170         MOVE CM-ADDR-LINE3 TO WS-AD-TEXT
007180         MOVE WS-ADDR-LINE TO LTR-LINE
007190         PERFORM 4210-LETTER-LINE THRU 4210-EXIT
007200     END-IF.
007210     MOVE SPACES TO LTR-LINE.
007220     PERFORM 4210-LETTER-LINE THRU 4210-EXIT.
007230     MOVE WS-BUS-DATE TO WS-DATE-IN.
007240     PERFORM 4300-FORMAT-DATE THRU 4300-EXIT.
007250     MOVE SPACES TO LTR-LINE.
007260     STRING "  DATE: " WS-DATE-OUT "      ACCOUNT: " ACCT-NO
007270         "      CUSTOMER: " CM-CUST-ID
007280         DELIMITED BY SIZE INTO LTR-LINE.
007290     PERFORM 4210-LETTER-LINE THRU 4210-EXIT.
007300     MOVE SPACES TO LTR-LINE.
007310     PERFORM 4210-LETTER-LINE THRU 4210-EXIT.
007320     MOVE "  NOTICE OF UNCLAIMED PROPERTY" TO LTR-LINE.
007330     PERFORM 4210-LETTER-LINE THRU 4210-EXIT.
007340     MOVE SPACES TO LTR-LINE.
007350     PERFORM 4210-LETTER-LINE THRU 4210-EXIT.
007360     MOVE SPACES TO LTR-LINE.
007370     STRING "  OUR RECORDS SHOW NO ACTIVITY BY YOU ON THE "
007380         "ACCOUNT ABOVE SINCE " WS-LTR-LAST-DATE "."
007390         DELIMITED BY SIZE INTO LTR-LINE.
007400     PERFORM 4210-LETTER-LINE THRU 4210-EXIT.
007410     MOVE SPACES TO LTR-LINE.
007420     STRING "  UNDER STATE UNCLAIMED PROPERTY LAW ITS BALANCE "
007430         "OF " WS-LTR-AMOUNT " MUST BE"
007440         DELIMITED BY SIZE INTO LTR-LINE.
007450     PERFORM 4210-LETTER-LINE THRU 4210-EXIT.
007460     MOVE SPACES TO LTR-LINE.
007470     STRING "  DELIVERED TO THE STATE UNLESS YOU CONTACT US, "
007480         "MAKE A DEPOSIT OR ASK FOR THE"
007490         DELIMITED BY SIZE INTO LTR-LINE.
007500     PERFORM 4210-LETTER-LINE THRU 4210-EXIT.
007510     MOVE SPACES TO LTR-LINE.
007520     STRING "  ACCOUNT TO BE REACTIVATED BEFORE "
007530         WS-LTR-DUE-DATE "."
007540         DELIMITED BY SIZE INTO LTR-LINE.
007550     PERFORM 4210-LETTER-LINE THRU 4210-EXIT.
007560     MOVE SPACES TO LTR-LINE.
007570     PERFORM 4210-LETTER-LINE THRU 4210-EXIT.
007580 4200-EXIT.
007590     EXIT.
007600
007610 4210-LETTER-LINE.
007620     WRITE LTR-LINE.
007630 4210-EXIT.
007640     EXIT.
007650
007660*----------------------------------------------------------*
007670* 4300-FORMAT-DATE - WS-DATE-IN (YYYYMMDD) TO MM/DD/YYYY    *
007680*                    IN WS-DATE-OUT FOR THE LETTER.         *
007690*----------------------------------------------------------*
007700 4300-FORMAT-DATE.
007710     MOVE WS-DI-MONTH TO WS-DO-MONTH.
007720     MOVE WS-DI-DAY TO WS-DO-DAY.
007730     MOVE WS-DI-YEAR TO WS-DO-YEAR.
007740 4300-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------*
007780* 5000-ESCHEAT-ACCOUNT - THE NOTICE PERIOD HAS RUN WITH NO  *
007790*                        CLAIM. ACTIVE HOLDS DEFER IT TO A  *
007800*                        LATER RUN. OTHERWISE THE MASTER IS *
007810*                        SET TO ESCHEATED WITH A NIL        *
007820*                        BALANCE, THEN THE FINAL INTEREST   *
007830*                        AND THE ESCHEAT ARE JOURNALLED,    *
007840*                        STANDING ORDERS ARE CANCELLED AND  *
007850*                        ESCHMST IS MARKED ESCHEATED.       *
007860*----------------------------------------------------------*
007870 5000-ESCHEAT-ACCOUNT.
007880     MOVE ACCT-NO TO WS-ESCH-ACCT.
007890     MOVE ES-DUE-DATE TO WS-DL-DUE-DATE.
007900     PERFORM 5100-CHECK-HOLDS THRU 5100-EXIT.
007910     IF WS-HOLD-CNT > ZERO
007920         ADD 1 TO WS-DEFERRED-CNT
007930         MOVE "DEFERRED - HOLDS ACTIVE" TO WS-DL-NOTE
007940         PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
007950         GO TO 5000-EXIT
007960     END-IF.
007970     MOVE ZERO TO WS-ESCH-INT.
007980     MOVE "Y" TO WS-ACCR-SW.
007990     MOVE ACCT-NO TO AC-ACCT-NO.
008000     READ ACCRMST
008010         INVALID KEY
008020             MOVE "N" TO WS-ACCR-SW
008030     END-READ.
008040     IF ACCRUAL-ON-FILE
008050         COMPUTE WS-ESCH-INT ROUNDED = AC-ACCRUED
008060     END-IF.
008070     COMPUTE WS-WORK-BALANCE = BALANCE + WS-ESCH-INT.
008080     IF WS-WORK-BALANCE NOT > ZERO
008090         MOVE "NO BALANCE TO REMIT" TO WS-STOP-REASON
008100         PERFORM 3100-STOP-PROCESS THRU 3100-EXIT
008110         GO TO 5000-EXIT
008120     END-IF.
008130     MOVE WS-WORK-BALANCE TO WS-ESCH-AMT.
008140     MOVE BALANCE TO WS-WORK-BALANCE.
008150     MOVE ZERO TO BALANCE.
008160     MOVE ZERO TO ACCT-OD-LIMIT.
008170     MOVE ZERO TO ACCT-OD-SINCE-DATE.
008180     MOVE "E" TO ACCT-STATUS.
008190     REWRITE ACCT-REC
008200         INVALID KEY
008210             DISPLAY "ESCHEAT: REWRITE FAILED " ACCT-NO
008220             GO TO 5000-EXIT
008230     END-REWRITE.
008240     PERFORM 5200-POST-INTEREST THRU 5200-EXIT.
008250     PERFORM 5300-POST-ESCHEAT THRU 5300-EXIT.
008260     PERFORM 5400-CANCEL-ORDERS THRU 5400-EXIT.
008270     MOVE "E" TO ES-STATUS.
008280     MOVE WS-BUS-DATE TO ES-ESCHEAT-DATE.
008290     MOVE WS-ESCH-AMT TO ES-ESCHEAT-AMT.
008300     REWRITE ESCH-REC
008310         INVALID KEY
008320             DISPLAY "ESCHEAT: ESCHMST REWRITE FAILED "
008330                 ES-ACCT-NO
008340     END-REWRITE.
008350     ADD 1 TO WS-ESCHEAT-CNT.
008360     MOVE "ESCHEATED - BALANCE TO STATE" TO WS-DL-NOTE.
008370     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT.
008380 5000-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------*
008420* 5100-CHECK-HOLDS - COUNT THE ACTIVE, UNEXPIRED HOLDS ON   *
008430*                    THE ACCOUNT.                           *
008440*----------------------------------------------------------*
008450 5100-CHECK-HOLDS.
008460     MOVE ZERO TO WS-HOLD-CNT.
008470     MOVE "N" TO WS-SCAN-EOF-SW.
008480     MOVE LOW-VALUES TO HD-HOLD-ID.
008490     START HOLDMST KEY IS NOT LESS THAN HD-HOLD-ID
008500         INVALID KEY
008510             MOVE "Y" TO WS-SCAN-EOF-SW
008520     END-START.
008530     PERFORM 5110-HOLD-STEP THRU 5110-EXIT
008540         UNTIL SCAN-AT-EOF.
008550 5100-EXIT.
008560     EXIT.
008570
008580 5110-HOLD-STEP.
008590     READ HOLDMST NEXT RECORD
008600         AT END
008610             MOVE "Y" TO WS-SCAN-EOF-SW
008620             GO TO 5110-EXIT
008630     END-READ.
008640     IF HD-ACCT-NO NOT = WS-ESCH-ACCT
008650         GO TO 5110-EXIT
008660     END-IF.
008670     IF HOLD-ACTIVE AND HD-EXPIRY NOT < WS-BUS-DATE
008680         ADD 1 TO WS-HOLD-CNT
008690     END-IF.
008700 5110-EXIT.
008710     EXIT.
008720
008730*----------------------------------------------------------*
008740* 5200-POST-INTEREST - CREDIT THE FINAL ACCRUED INTEREST,   *
008750*                      JOURNAL IT UNDER INTR AND CLEAR THE  *
008760*                      ACCRUAL THE WAY INTPOST DOES.        *
008770*----------------------------------------------------------*
008780 5200-POST-INTEREST.
008790     IF WS-ESCH-INT = ZERO
008800         GO TO 5200-RESET
008810     END-IF.
008820     MOVE WS-ESCH-ACCT TO JR-TRANSNO.
008830     MOVE WS-ESCH-ACCT TO JR-ACCT-NO.
008840     MOVE "D" TO JR-TR-TYPE.
008850     MOVE "INTR" TO JR-TR-CODE.
008860     MOVE "ESCHEAT FINAL INTEREST" TO JR-TR-MEMO.
008870     MOVE WS-ESCH-INT TO JR-TR-AMOUNT.
008880     MOVE WS-WORK-BALANCE TO JR-BAL-BEFORE.
008890     ADD WS-ESCH-INT TO WS-WORK-BALANCE.
008900     MOVE WS-WORK-BALANCE TO JR-BAL-AFTER.
008910     MOVE WS-BUS-DATE TO JR-BUS-DATE.
008920     PERFORM 7600-JOURNAL-WRITE THRU 7600-EXIT.
008930     ADD WS-ESCH-INT TO WS-TOTAL-ESCH-INT.
008940 5200-RESET.
008950     IF NOT ACCRUAL-ON-FILE
008960         GO TO 5200-EXIT
008970     END-IF.
008980     MOVE ZERO TO AC-ACCRUED.
008990     MOVE WS-BUS-DATE TO AC-LAST-PAID-DATE.
009000     MOVE WS-ESCH-INT TO AC-LAST-PAID-AMT.
009010     REWRITE ACCR-REC
009020         INVALID KEY
009030             DISPLAY "ESCHEAT: ACCRMST REWRITE FAILED "
009040                 AC-ACCT-NO
009050     END-REWRITE.
009060 5200-EXIT.
009070     EXIT.
009080
009090*----------------------------------------------------------*
009100* 5300-POST-ESCHEAT - DEBIT THE WHOLE BALANCE AND JOURNAL   *
009110*                     IT UNDER ESCH; GLEXTRACT MOVES IT TO  *
009120*                     THE ESCHEAT LIABILITY FROM ESCCTL.    *
009130*----------------------------------------------------------*
009140 5300-POST-ESCHEAT.
009150     MOVE WS-ESCH-ACCT TO JR-TRANSNO.
009160     MOVE WS-ESCH-ACCT TO JR-ACCT-NO.
009170     MOVE "W" TO JR-TR-TYPE.
009180     MOVE "ESCH" TO JR-TR-CODE.
009190     MOVE "ESCHEATED TO STATE" TO JR-TR-MEMO.
009200     MOVE WS-ESCH-AMT TO JR-TR-AMOUNT.
009210     MOVE WS-WORK-BALANCE TO JR-BAL-BEFORE.
009220     SUBTRACT WS-ESCH-AMT FROM WS-WORK-BALANCE.
009230     MOVE WS-WORK-BALANCE TO JR-BAL-AFTER.
009240     MOVE WS-BUS-DATE TO JR-BUS-DATE.
009250     PERFORM 7600-JOURNAL-WRITE THRU 7600-EXIT.
009260     ADD WS-ESCH-AMT TO WS-TOTAL-ESCHEATED.
009270 5300-EXIT.
009280     EXIT.
009290
009300*----------------------------------------------------------*
009310* 5400-CANCEL-ORDERS - CANCEL EVERY ACTIVE STANDING ORDER   *
009320*                      PAYING FROM OR INTO THE ACCOUNT, SO  *
009330*                      STORDGEN STOPS RAISING PAIRS AGAINST *
009340*                      IT.                                  *
009350*----------------------------------------------------------*
009360 5400-CANCEL-ORDERS.
009370     MOVE "N" TO WS-SCAN-EOF-SW.
009380     MOVE LOW-VALUES TO SO-ID.
009390     START STORDMST KEY IS NOT LESS THAN SO-ID
009400         INVALID KEY
009410             MOVE "Y" TO WS-SCAN-EOF-SW
009420     END-START.
009430     PERFORM 5410-CANCEL-STEP THRU 5410-EXIT
009440         UNTIL SCAN-AT-EOF.
009450 5400-EXIT.
009460     EXIT.
009470
009480 5410-CANCEL-STEP.
009490     READ STORDMST NEXT RECORD
009500         AT END
009510             MOVE "Y" TO WS-SCAN-EOF-SW
009520             GO TO 5410-EXIT
009530     END-READ.
009540     IF NOT SO-ACTIVE
009550         GO TO 5410-EXIT
009560     END-IF.
009570     IF SO-FROM-ACCT NOT = WS-ESCH-ACCT
009580             AND SO-TO-ACCT NOT = WS-ESCH-ACCT
009590         GO TO 5410-EXIT
009600     END-IF.
009610     MOVE "C" TO SO-STATUS.
009620     REWRITE SO-REC
009630         INVALID KEY
009640             DISPLAY "ESCHEAT: STORDMST REWRITE FAILED " SO-ID
009650             GO TO 5410-EXIT
009660     END-REWRITE.
009670     ADD 1 TO WS-SO-CANCEL-CNT.
009680 5410-EXIT.
009690     EXIT.
009700
009710*----------------------------------------------------------*
009720* 6000-HOLDER-REPORT - WHEN A REPORT YEAR IS GIVEN, ONE     *
009730*                      ESCHHLD RECORD FOR EVERY ACCOUNT     *
009740*                      ESCHEATED IN THAT YEAR, WITH THE     *
009750*                      OWNER'S CURRENT CUSTMST ADDRESS.     *
009760*----------------------------------------------------------*
009770 6000-HOLDER-REPORT.
009780     IF WS-HOLDER-YEAR = ZERO
009790         GO TO 6000-EXIT
009800     END-IF.
009810     MOVE "N" TO WS-SCAN-EOF-SW.
009820     MOVE LOW-VALUES TO ES-ACCT-NO.
009830     START ESCHMST KEY IS NOT LESS THAN ES-ACCT-NO
009840         INVALID KEY
009850             MOVE "Y" TO WS-SCAN-EOF-SW
009860     END-START.
009870     PERFORM 6100-HOLDER-STEP THRU 6100-EXIT
009880         UNTIL SCAN-AT-EOF.
009890 6000-EXIT.
009900     EXIT.
009910
009920 6100-HOLDER-STEP.
009930     READ ESCHMST NEXT RECORD
009940         AT END
009950             MOVE "Y" TO WS-SCAN-EOF-SW
009960             GO TO 6100-EXIT
009970     END-READ.
009980     IF NOT ES-ESCHEATED
009990         GO TO 6100-EXIT
010000     END-IF.
010010     MOVE ES-ESCHEAT-DATE TO WS-DATE-IN.
010020     IF WS-DI-YEAR NOT = WS-HOLDER-YEAR
010030         GO TO 6100-EXIT
010040     END-IF.
010050     MOVE WS-HOLDER-YEAR TO HR-REPORT-YEAR.
010060     MOVE ES-ACCT-NO TO HR-ACCT-NO.
010070     MOVE ES-CUST-ID TO HR-CUST-ID.
010080     MOVE ES-OWNER-NAME TO HR-OWNER-NAME.
010090     MOVE SPACES TO HR-ADDR-LINE1.
010100     MOVE SPACES TO HR-ADDR-LINE2.
010110     MOVE SPACES TO HR-ADDR-LINE3.
010120     IF ES-CUST-ID NOT = SPACES
010130         MOVE ES-CUST-ID TO CM-CUST-ID
010140         READ CUSTMST KEY IS CM-CUST-ID
010150             INVALID KEY
010160                 CONTINUE
010170             NOT INVALID KEY
010180                 MOVE CM-CUST-NAME TO HR-OWNER-NAME
010190                 MOVE CM-ADDR-LINE1 TO HR-ADDR-LINE1
010200                 MOVE CM-ADDR-LINE2 TO HR-ADDR-LINE2
010210                 MOVE CM-ADDR-LINE3 TO HR-ADDR-LINE3
010220         END-READ
010230     END-IF.
010240     MOVE ES-ESCHEAT-AMT TO HR-AMOUNT.
010250     MOVE ES-LAST-ACT-DATE TO HR-LAST-ACT-DATE.
010260     MOVE ES-NOTICE-DATE TO HR-NOTICE-DATE.
010270     MOVE ES-ESCHEAT-DATE TO HR-ESCHEAT-DATE.
010280     WRITE HOLDER-REC.
010290     ADD 1 TO WS-HOLDER-CNT.
010300     ADD ES-ESCHEAT-AMT TO WS-TOTAL-HOLDER.
010310 6100-EXIT.
010320     EXIT.
010330
010340*----------------------------------------------------------*
010350* 7000-WRITE-LISTING - ONE REPORT LINE FOR THIS ACCOUNT.    *
010360*----------------------------------------------------------*
010370 7000-WRITE-LISTING.
010380     MOVE ACCT-NO TO WS-DL-ACCT-NO.
010390     MOVE CUST-NAME TO WS-DL-CUST-NAME.
010400     MOVE ACCT-TYPE TO WS-DL-ACCT-TYPE.
010410     MOVE ACCT-LAST-ACT-DATE TO WS-DL-LAST-DATE.
010420     IF ACCT-ESCHEATED
010430         MOVE WS-ESCH-AMT TO WS-DL-BALANCE
010440     ELSE
010450         MOVE BALANCE TO WS-DL-BALANCE
010460     END-IF.
010470     MOVE WS-DTL-LINE TO RPT-LINE.
010480     WRITE RPT-LINE.
010490 7000-EXIT.
010500     EXIT.
010510
010520*----------------------------------------------------------*
010530* 7500-WRITE-SUMMARY - COUNTS AND TOTALS AT THE FOOT OF     *
010540*                      ESCHRPT.                             *
010550*----------------------------------------------------------*
010560 7500-WRITE-SUMMARY.
010570     MOVE SPACES TO RPT-LINE.
010580     WRITE RPT-LINE.
010590     MOVE "ACCOUNTS READ                :" TO WS-SL-LABEL.
010600     MOVE WS-READ-CNT TO WS-SL-COUNT.
010610     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
010620     MOVE "NOTICES ISSUED               :" TO WS-SL-LABEL.
010630     MOVE WS-NOTICE-CNT TO WS-SL-COUNT.
010640     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
010650     MOVE "  LETTERS MAILED             :" TO WS-SL-LABEL.
010660     MOVE WS-LETTER-CNT TO WS-SL-COUNT.
010670     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
010680     MOVE "  NO ADDRESS ON FILE         :" TO WS-SL-LABEL.
010690     MOVE WS-NOADDR-CNT TO WS-SL-COUNT.
010700     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
010710     MOVE "STILL UNDER NOTICE           :" TO WS-SL-LABEL.
010720     MOVE WS-PENDING-CNT TO WS-SL-COUNT.
010730     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
010740     MOVE "PROCESS STOPPED              :" TO WS-SL-LABEL.
010750     MOVE WS-STOPPED-CNT TO WS-SL-COUNT.
010760     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
010770     MOVE "DEFERRED FOR HOLDS           :" TO WS-SL-LABEL.
010780     MOVE WS-DEFERRED-CNT TO WS-SL-COUNT.
010790     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
010800     MOVE "ACCOUNTS ESCHEATED           :" TO WS-SL-LABEL.
010810     MOVE WS-ESCHEAT-CNT TO WS-SL-COUNT.
010820     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
010830     MOVE "STANDING ORDERS CANCELLED    :" TO WS-SL-LABEL.
010840     MOVE WS-SO-CANCEL-CNT TO WS-SL-COUNT.
010850     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
010860     MOVE "ELIGIBLE BUT NIL BALANCE     :" TO WS-SL-LABEL.
010870     MOVE WS-NILBAL-CNT TO WS-SL-COUNT.
010880     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
010890     MOVE "BALANCES PUT UNDER NOTICE    :" TO WS-AL-LABEL.
010900     MOVE WS-TOTAL-NOTICE-BAL TO WS-AL-AMOUNT.
010910     PERFORM 7520-AMT-LINE THRU 7520-EXIT.
010920     MOVE "FINAL INTEREST CREDITED      :" TO WS-AL-LABEL.
010930     MOVE WS-TOTAL-ESCH-INT TO WS-AL-AMOUNT.
010940     PERFORM 7520-AMT-LINE THRU 7520-EXIT.
010950     MOVE "ESCHEATED TO STATE           :" TO WS-AL-LABEL.
010960     MOVE WS-TOTAL-ESCHEATED TO WS-AL-AMOUNT.
010970     PERFORM 7520-AMT-LINE THRU 7520-EXIT.
010980     IF WS-HOLDER-YEAR = ZERO
010990         GO TO 7500-EXIT
011000     END-IF.
011010     MOVE SPACES TO WS-SL-LABEL.
011020     STRING "HOLDER REPORT " WS-HOLDER-YEAR " RECORDS   :"
011030         DELIMITED BY SIZE INTO WS-SL-LABEL.
011040     MOVE WS-HOLDER-CNT TO WS-SL-COUNT.
011050     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
011060     MOVE SPACES TO WS-AL-LABEL.
011070     STRING "HOLDER REPORT " WS-HOLDER-YEAR " AMOUNT    :"
011080         DELIMITED BY SIZE INTO WS-AL-LABEL.
011090     MOVE WS-TOTAL-HOLDER TO WS-AL-AMOUNT.
011100     PERFORM 7520-AMT-LINE THRU 7520-EXIT.
011110 7500-EXIT.
011120     EXIT.
011130
011140 7510-SUM-LINE.
011150     MOVE WS-SUM-LINE TO RPT-LINE.
011160     WRITE RPT-LINE.
011170 7510-EXIT.
011180     EXIT.
011190
011200 7520-AMT-LINE.
011210     MOVE WS-AMT-LINE TO RPT-LINE.
011220     WRITE RPT-LINE.
011230 7520-EXIT.
011240     EXIT.
011250
011251*----------------------------------------------------------*
011252* 7600-JOURNAL-WRITE - FILE THE ENTRY BUILT IN JRNL-REC     *
011253*                      UNDER THE NEXT SEQUENCE NUMBER FOR   *
011254*                      ITS ACCOUNT AND POSTING DATE: ONE    *
011255*                      MORE THAN THE HIGHEST ALREADY ON     *
011256*                      THE JOURNAL.                         *
011257*----------------------------------------------------------*
011258 7600-JOURNAL-WRITE.
011259     MOVE JRNL-REC TO WS-JS-HOLD-REC.
011260     MOVE JR-ACCT-NO TO WS-JS-ACCT-NO.
011261     MOVE JR-BUS-DATE TO WS-JS-BUS-DATE.
011262     MOVE ZERO TO WS-JS-LAST-SEQ.
011263     MOVE ZERO TO JR-SEQ-NO.
011264     MOVE "N" TO WS-JS-END-SW.
011265     START TRANJRNL KEY IS NOT LESS THAN JR-KEY
011266         INVALID KEY
011267             MOVE "Y" TO WS-JS-END-SW
011268     END-START.
011269     PERFORM 7610-LAST-SEQ-STEP THRU 7610-EXIT
011270         UNTIL JS-AT-END.
011271     MOVE WS-JS-HOLD-REC TO JRNL-REC.
011272     COMPUTE JR-SEQ-NO = WS-JS-LAST-SEQ + 1.
011273     WRITE JRNL-REC
011274         INVALID KEY
011275             DISPLAY "ESCHEAT: TRANJRNL WRITE FAILED " WS-J-FS
011276                 " ACCOUNT " JR-ACCT-NO
011277     END-WRITE.
011278 7600-EXIT.
011279     EXIT.
011280
011281 7610-LAST-SEQ-STEP.
011282     READ TRANJRNL NEXT
011283         AT END
011284             MOVE "Y" TO WS-JS-END-SW
011285             GO TO 7610-EXIT
011286     END-READ.
011287     IF JR-ACCT-NO NOT = WS-JS-ACCT-NO
011288         OR JR-BUS-DATE NOT = WS-JS-BUS-DATE
011289         MOVE "Y" TO WS-JS-END-SW
011290         GO TO 7610-EXIT
011291     END-IF.
011292     MOVE JR-SEQ-NO TO WS-JS-LAST-SEQ.
011293 7610-EXIT.
011294     EXIT.
011295
011296*----------------------------------------------------------*
011297* 8000-FINALIZE - WRITE THE ESCCTL CONTROL RECORD, PRINT    *
011298*                 THE RUN SUMMARY AND CLOSE THE FILES.      *
011299*----------------------------------------------------------*
011300 8000-FINALIZE.
011310     OPEN OUTPUT ESCCTL.
011320     IF WS-EC-FS = "00"
011330         COMPUTE EC-ESCHEAT-INTEREST =
011335             WS-PE-ESCH-INT + WS-TOTAL-ESCH-INT
011340         COMPUTE EC-ESCHEAT-TOTAL =
011345             WS-PE-ESCHEATED + WS-TOTAL-ESCHEATED
011350         COMPUTE EC-ACCTS-ESCHEATED =
011355             WS-PE-ACCTS + WS-ESCHEAT-CNT
011360         COMPUTE EC-NOTICES-SENT =
011365             WS-PE-NOTICES + WS-NOTICE-CNT
011370         COMPUTE EC-PROCESS-STOPPED =
011375             WS-PE-STOPPED + WS-STOPPED-CNT
011380         MOVE WS-BUS-DATE TO EC-BUS-DATE
011390         WRITE ESCCTL-REC
011400         CLOSE ESCCTL
011410     ELSE
011420         DISPLAY "ESCHEAT: ERROR OPENING ESCCTL " WS-EC-FS
011430     END-IF.
011440     DISPLAY "ESCHEAT - UNCLAIMED PROPERTY SUMMARY".
011450     DISPLAY "ACCOUNTS READ        : " WS-READ-CNT.
011460     DISPLAY "NOTICES ISSUED       : " WS-NOTICE-CNT.
011470     DISPLAY "LETTERS MAILED       : " WS-LETTER-CNT.
011480     DISPLAY "NO ADDRESS ON FILE   : " WS-NOADDR-CNT.
011490     DISPLAY "STILL UNDER NOTICE   : " WS-PENDING-CNT.
011500     DISPLAY "PROCESS STOPPED      : " WS-STOPPED-CNT.
011510     DISPLAY "DEFERRED FOR HOLDS   : " WS-DEFERRED-CNT.
011520     DISPLAY "ACCOUNTS ESCHEATED   : " WS-ESCHEAT-CNT.
011530     DISPLAY "FINAL INTEREST       : " WS-TOTAL-ESCH-INT.
011540     DISPLAY "ESCHEATED TO STATE   : " WS-TOTAL-ESCHEATED.
011550     IF WS-HOLDER-YEAR NOT = ZERO
011560         DISPLAY "HOLDER RECORDS       : " WS-HOLDER-CNT
011570     END-IF.
011580     CLOSE ACCOUNT1 ESCHMST CUSTMST HOLDMST STORDMST ACCRMST.
011590     CLOSE TRANJRNL ESCHLTR ESCHHLD ESCHRPT.
011600 8000-EXIT.
011610     EXIT.
011620
011630*----------------------------------------------------------*
011640* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
011650*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
011660*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
011670*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
011680*----------------------------------------------------------*
011690 8900-LEDGER-END.
011695     INITIALIZE WS-RL-COUNTS.
011700     MOVE "READ" TO WS-RL-CNT-LABEL(1).
011710     MOVE WS-READ-CNT TO WS-RL-CNT-VALUE(1).
011720     MOVE "NOTICES" TO WS-RL-CNT-LABEL(2).
011730     MOVE WS-NOTICE-CNT TO WS-RL-CNT-VALUE(2).
011740     MOVE "STOPPED" TO WS-RL-CNT-LABEL(3).
011750     MOVE WS-STOPPED-CNT TO WS-RL-CNT-VALUE(3).
011760     MOVE "ESCHEATED" TO WS-RL-CNT-LABEL(4).
011770     MOVE WS-ESCHEAT-CNT TO WS-RL-CNT-VALUE(4).
011780     OPEN I-O RUNLEDG.
011790     IF WS-RL-FS NOT = "00"
011800         DISPLAY "ESCHEAT: RUNLEDG NOT AVAILABLE " WS-RL-FS
011810         DISPLAY "ESCHEAT: END OF RUN NOT RECORDED"
011820         GO TO 8900-EXIT
011830     END-IF.
011840     MOVE WS-RL-STEP TO RL-STEP.
011850     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
011860     IF NOT RL-ON-FILE
011870         INITIALIZE RUNLEDG-REC
011880         MOVE WS-BUS-DATE TO RL-BUS-DATE
011890         MOVE WS-RL-STEP TO RL-STEP
011900         MOVE 1 TO RL-RUN-COUNT
011910     END-IF.
011920     IF WS-RL-RC < 8
011930         MOVE "C" TO RL-STATUS
011940     ELSE
011950         MOVE "F" TO RL-STATUS
011960     END-IF.
011970     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
011980     ACCEPT RL-END-TIME FROM TIME.
011990     MOVE WS-RL-RC TO RL-RETURN-CODE.
012000     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
012010     MOVE WS-RL-COUNTS TO RL-COUNTS.
012020     IF RL-ON-FILE
012030         REWRITE RUNLEDG-REC
012040             INVALID KEY
012050                 DISPLAY "ESCHEAT: RUNLEDG REWRITE FAILED "
012060                     WS-RL-FS
012070         END-REWRITE
012080     ELSE
012090         WRITE RUNLEDG-REC
012100             INVALID KEY
012110                 DISPLAY "ESCHEAT: RUNLEDG WRITE FAILED " WS-RL-FS
012120         END-WRITE
012130     END-IF.
012140     CLOSE RUNLEDG.
012150 8900-EXIT.
012160     EXIT.
