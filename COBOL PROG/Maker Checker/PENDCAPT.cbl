000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PENDCAPT.
000120 AUTHOR. D L SYSTEMS GROUP.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160 REMARKS. MAINTENANCE-CARD CAPTURE (MAKER SIDE OF MAKER-
000170     CHECKER). READS THE CARDS KEYED FOR THE FOUR MASTER-FILE
000180     MAINTENANCE RUNS - CTLCARD (ACCTMAINT), CUSTCARD
000190     (CUSTMAINT), HOLDCARD (HOLDMAINT) AND SOCARD (STORMAINT)
000200     - AND FILES EACH ONE ON PENDMST AS A PENDING CHANGE
000210     UNDER A NEW PENDING ID (BUSINESS DATE AND SEQUENCE).
000220     NOTHING IS APPLIED HERE. EVERY CARD MUST CARRY THE
000230     KEYING OPERATOR'S ID; A CARD WITHOUT ONE IS REFUSED. THE
000240     ITEM EXPIRES IF NOT APPROVED BY PENDAPPR WITHIN PENDPARM
000250     BUSINESS DAYS (DEFAULT 5), COUNTED ON THE HOLCAL
000260     PROCESSING CALENDAR. THE CAPTRPT LISTING GIVES THE
000270     CHECKER THE PENDING ID OF EACH CARD FILED.
000280*----------------------------------------------------------*
000290* MODIFICATION HISTORY                                      *
000300*  DATE      BY   DESCRIPTION                                *
000310*  10/15/26  DLS  INITIAL VERSION.                           *
000312*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000314*                 RUNPREQ AT START; START, END, RETURN       *
000316*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CTLCARD ASSIGN TO CTLCARD
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-CTL-FS.
000390
000400     SELECT CUSTCARD ASSIGN TO CUSTCARD
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-CUC-FS.
000430
000440     SELECT HOLDCARD ASSIGN TO HOLDCARD
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-HC-FS.
000470
000480     SELECT SOCARD ASSIGN TO SOCARD
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-SOC-FS.
000510
000520     SELECT PENDMST ASSIGN TO PENDMST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS PN-PEND-ID
000560         FILE STATUS IS WS-PN-FS.
000570
000580     SELECT PENDPARM ASSIGN TO PENDPARM
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-PP-FS.
000610
000620     SELECT HOLCAL ASSIGN TO HOLCAL
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-CAL-FS.
000650
000660     SELECT CAPTRPT ASSIGN TO CAPTRPT
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-RPT-FS.
000690
000700     SELECT BUSDATE ASSIGN TO BUSDATE
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-BD-FS.
000730
000731     SELECT RUNPREQ ASSIGN TO RUNPREQ
000732         ORGANIZATION IS SEQUENTIAL
000733         FILE STATUS IS WS-PQ-FS.
000734
000735     SELECT RUNLEDG ASSIGN TO RUNLEDG
000736         ORGANIZATION IS INDEXED
000737         ACCESS MODE IS DYNAMIC
000738         RECORD KEY IS RL-KEY
000739         FILE STATUS IS WS-RL-FS.
000740
000745 DATA DIVISION.
000750 FILE SECTION.
000760 FD  CTLCARD.
000770 01  CTL-REC.
000780     COPY CTLCDREC.
000790
000800 FD  CUSTCARD.
000810 01  CUC-REC.
000820     COPY CUSTCDREC.
000830
000840 FD  HOLDCARD.
000850 01  HC-REC.
000860     COPY HOLDCDREC.
000870
000880 FD  SOCARD.
000890 01  SOC-REC.
000900     COPY SOCDREC.
000910
000920 FD  PENDMST.
000930 01  PEND-REC.
000940     COPY PENDREC.
000950
000960 FD  PENDPARM.
000970 01  PENDPARM-REC.
000980     05 PP-EXPIRY-DAYS PIC 9(02).
000990
001000 FD  HOLCAL.
001010 01  HOLCAL-REC.
001020     05 HC-DATE PIC 9(08).
001030     05 HC-DESC PIC X(30).
001040
001050 FD  CAPTRPT.
001060 01  RPT-LINE PIC X(132).
001070
001080 FD  BUSDATE.
001090 01  BUSDATE-REC.
001100     COPY BUSDTREC.
001110
001111 FD  RUNPREQ.
001112 01  RUNPREQ-REC.
001113     COPY RUNPREQREC.
001114
001115 FD  RUNLEDG.
001116 01  RUNLEDG-REC.
001117     COPY RUNLEDREC.
001118
001120 WORKING-STORAGE SECTION.
001130 01  WS-CTL-FS PIC X(02).
001140 01  WS-CUC-FS PIC X(02).
001150 01  WS-HC-FS PIC X(02).
001160 01  WS-SOC-FS PIC X(02).
001170 01  WS-PN-FS PIC X(02).
001180     88 PN-FILE-OK VALUE "00".
001190 01  WS-PP-FS PIC X(02).
001200 01  WS-CAL-FS PIC X(02).
001210 01  WS-RPT-FS PIC X(02).
001220 01  WS-BD-FS PIC X(02).
001230 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.
001240
001250 01  WS-CTL-EOF-SW PIC X(01) VALUE "N".
001260     88 CTL-AT-EOF VALUE "Y".
001270 01  WS-CUC-EOF-SW PIC X(01) VALUE "N".
001280     88 CUC-AT-EOF VALUE "Y".
001290 01  WS-HC-EOF-SW PIC X(01) VALUE "N".
001300     88 HC-AT-EOF VALUE "Y".
001310 01  WS-SOC-EOF-SW PIC X(01) VALUE "N".
001320     88 SOC-AT-EOF VALUE "Y".
001330 01  WS-CTL-PRESENT-SW PIC X(01) VALUE "N".
001340     88 CTL-FILE-PRESENT VALUE "Y".
001350 01  WS-CUC-PRESENT-SW PIC X(01) VALUE "N".
001360     88 CUC-FILE-PRESENT VALUE "Y".
001370 01  WS-HC-PRESENT-SW PIC X(01) VALUE "N".
001380     88 HC-FILE-PRESENT VALUE "Y".
001390 01  WS-SOC-PRESENT-SW PIC X(01) VALUE "N".
001400     88 SOC-FILE-PRESENT VALUE "Y".
001410 01  WS-CAL-EOF-SW PIC X(01) VALUE "N".
001420     88 CAL-AT-EOF VALUE "Y".
001430 01  WS-SCAN-EOF-SW PIC X(01) VALUE "N".
001440     88 SCAN-AT-EOF VALUE "Y".
001450 01  WS-HOL-SW PIC X(01) VALUE "N".
001460     88 DATE-IS-HOLIDAY VALUE "Y".
001470 01  WS-HOL-FULL-SW PIC X(01) VALUE "N".
001480     88 HOL-FULL-WARNED VALUE "Y".
001490
001500 01  WS-EXPIRY-DAYS PIC 9(02) VALUE 5.
001510 01  WS-EXPIRY-DATE PIC 9(08) VALUE ZERO.
001520 01  WS-NEXT-DATE PIC 9(08) VALUE ZERO.
001530 01  WS-DATE-INT PIC 9(07) COMP VALUE ZERO.
001540 01  WS-DOW-Q PIC 9(07) COMP VALUE ZERO.
001550 01  WS-DOW-R PIC 9(01) COMP VALUE ZERO.
001560 01  WS-DAYS-COUNTED PIC 9(02) COMP VALUE ZERO.
001570 01  WS-NEXT-SEQ PIC 9(04) VALUE ZERO.
001580
001590 01  WS-HOL-COUNT PIC 9(03) COMP VALUE ZERO.
001600 01  WS-HOL-MAX PIC 9(03) COMP VALUE 200.
001610 01  WS-HOL-IDX PIC 9(03) COMP VALUE ZERO.
001620 01  HOL-TABLE.
001630     05 HOL-ENTRY OCCURS 200 TIMES.
001640        10 HT-DATE PIC 9(08).
001650
001660 01  WS-CTL-READ PIC 9(05) COMP VALUE ZERO.
001670 01  WS-CUC-READ PIC 9(05) COMP VALUE ZERO.
001680 01  WS-HC-READ PIC 9(05) COMP VALUE ZERO.
001690 01  WS-SOC-READ PIC 9(05) COMP VALUE ZERO.
001700 01  WS-FILED-CNT PIC 9(05) COMP VALUE ZERO.
001710 01  WS-REFUSED-CNT PIC 9(05) COMP VALUE ZERO.
001720
001730 01  WS-COLHDR-LINE.
001740     05 FILLER PIC X(02) VALUE SPACES.
001750     05 FILLER PIC X(14) VALUE "PENDING ID".
001760     05 FILLER PIC X(06) VALUE "TYPE".
001770     05 FILLER PIC X(05) VALUE "ACT".
001780     05 FILLER PIC X(12) VALUE "ITEM KEY".
001790     05 FILLER PIC X(10) VALUE "MAKER".
001800     05 FILLER PIC X(10) VALUE "EXPIRES".
001810     05 FILLER PIC X(73) VALUE "NOTE".
001820
001830 01  WS-DTL-LINE.
001840     05 FILLER PIC X(02) VALUE SPACES.
001850     05 WS-DL-PEND-ID PIC X(12).
001860     05 FILLER PIC X(02) VALUE SPACES.
001870     05 WS-DL-TYPE PIC X(04).
001880     05 FILLER PIC X(02) VALUE SPACES.
001890     05 WS-DL-ACTION PIC X(01).
001900     05 FILLER PIC X(04) VALUE SPACES.
001910     05 WS-DL-KEY PIC X(10).
001920     05 FILLER PIC X(02) VALUE SPACES.
001930     05 WS-DL-MAKER PIC X(08).
001940     05 FILLER PIC X(02) VALUE SPACES.
001950     05 WS-DL-EXPIRY PIC X(08).
001960     05 FILLER PIC X(02) VALUE SPACES.
001970     05 WS-DL-NOTE PIC X(30).
001980     05 FILLER PIC X(43) VALUE SPACES.
001990
002000 01  WS-SUM-LINE.
002010     05 FILLER PIC X(02) VALUE SPACES.
002020     05 WS-SL-LABEL PIC X(30).
002030     05 WS-SL-COUNT PIC ZZZZ9.
002040     05 FILLER PIC X(95) VALUE SPACES.
002050
002051 01  WS-PQ-FS PIC X(02).
002052 01  WS-RL-FS PIC X(02).
002053 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
002054     88 RP-AT-EOF VALUE "Y".
002055 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
002056     88 RL-ON-FILE VALUE "Y".
002057 01  WS-RL-STEP PIC X(10) VALUE "PENDCAPT".
002058 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
002059 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
002060 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
002061 01  WS-RL-RC PIC 9(04) VALUE ZERO.
002062 01  WS-RL-COUNTS.
002063     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
002064        10 WS-RL-CNT-LABEL PIC X(10).
002065        10 WS-RL-CNT-VALUE PIC 9(09).
002066
002067 PROCEDURE DIVISION.
002070
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002100     PERFORM 2000-CAPTURE-CTLCARD THRU 2000-EXIT
002110         UNTIL CTL-AT-EOF.
002120     PERFORM 2100-CAPTURE-CUSTCARD THRU 2100-EXIT
002130         UNTIL CUC-AT-EOF.
002140     PERFORM 2200-CAPTURE-HOLDCARD THRU 2200-EXIT
002150         UNTIL HC-AT-EOF.
002160     PERFORM 2300-CAPTURE-SOCARD THRU 2300-EXIT
002170         UNTIL SOC-AT-EOF.
002180     PERFORM 7500-WRITE-SUMMARY THRU 7500-EXIT.
002190     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002195     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
002200     STOP RUN.
002210
002220*----------------------------------------------------------*
002230* 1000-INITIALIZE - BUSINESS DATE, EXPIRY PERIOD, PENDING   *
002240*                   MASTER AND THE CARD FILES FOR THIS RUN. *
002250*----------------------------------------------------------*
002260 1000-INITIALIZE.
002270     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
002275     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
002280     PERFORM 1200-READ-PENDPARM THRU 1200-EXIT.
002290     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
002300     PERFORM 1400-SET-EXPIRY THRU 1400-EXIT.
002310     OPEN I-O PENDMST.
002320     IF NOT PN-FILE-OK
002330         OPEN OUTPUT PENDMST
002340         IF NOT PN-FILE-OK
002350             DISPLAY "PENDCAPT: ERROR OPENING PENDMST "
002360                 WS-PN-FS
002370             STOP RUN
002380         END-IF
002390         CLOSE PENDMST
002400         OPEN I-O PENDMST
002410         IF NOT PN-FILE-OK
002420             DISPLAY "PENDCAPT: ERROR REOPENING PENDMST "
002430                 WS-PN-FS
002440             STOP RUN
002450         END-IF
002460     END-IF.
002470     PERFORM 1500-FIND-LAST-SEQ THRU 1500-EXIT.
002480     PERFORM 1600-OPEN-CARDS THRU 1600-EXIT.
002490     OPEN OUTPUT CAPTRPT.
002500     IF WS-RPT-FS NOT = "00"
002510         DISPLAY "PENDCAPT: ERROR OPENING CAPTRPT " WS-RPT-FS
002520         STOP RUN
002530     END-IF.
002540     MOVE SPACES TO RPT-LINE.
002550     STRING "PENDCAPT - MAINTENANCE CARDS FILED FOR APPROVAL "
002560         "FOR BUSINESS DATE " WS-BUS-DATE
002570         DELIMITED BY SIZE INTO RPT-LINE.
002580     WRITE RPT-LINE.
002590     MOVE WS-COLHDR-LINE TO RPT-LINE.
002600     WRITE RPT-LINE.
002610     MOVE ALL "-" TO RPT-LINE.
002620     WRITE RPT-LINE.
002630 1000-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------*
002670* 1100-READ-BUSDATE - PICK UP THE CURRENT BUSINESS DATE.    *
002680*                     NO BATCH PROGRAM MAY RUN WITHOUT IT.  *
002690*----------------------------------------------------------*
002700 1100-READ-BUSDATE.
002710     OPEN INPUT BUSDATE.
002720     IF WS-BD-FS NOT = "00"
002730         DISPLAY "PENDCAPT: BUSDATE NOT AVAILABLE " WS-BD-FS
002740         DISPLAY "PENDCAPT: RUN CANNOT START WITHOUT A"
002750         DISPLAY "BUSINESS DATE"
002760         STOP RUN
002770     END-IF.
002780     READ BUSDATE
002790         AT END
002800             DISPLAY "PENDCAPT: BUSDATE FILE IS EMPTY"
002810             CLOSE BUSDATE
002820             STOP RUN
002830         NOT AT END
002840             MOVE BD-BUS-DATE TO WS-BUS-DATE
002850     END-READ.
002860     CLOSE BUSDATE.
002870     DISPLAY "PENDCAPT: BUSINESS DATE " WS-BUS-DATE.
002880 1100-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------*
002920* 1200-READ-PENDPARM - BUSINESS DAYS A CHANGE MAY WAIT FOR  *
002930*                      APPROVAL BEFORE IT EXPIRES. A        *
002940*                      MISSING OR INVALID VALUE KEEPS THE   *
002950*                      DEFAULT.                             *
002960*----------------------------------------------------------*
002970 1200-READ-PENDPARM.
002980     OPEN INPUT PENDPARM.
002990     IF WS-PP-FS NOT = "00"
003000         DISPLAY "PENDCAPT: PENDPARM NOT SUPPLIED - USING "
003010             "DEFAULT"
003020         GO TO 1200-DISPLAY
003030     END-IF.
003040     READ PENDPARM
003050         AT END
003060             DISPLAY "PENDCAPT: PENDPARM EMPTY - USING DEFAULT"
003070         NOT AT END
003080             IF PP-EXPIRY-DAYS NUMERIC
003090                     AND PP-EXPIRY-DAYS > ZERO
003100                 MOVE PP-EXPIRY-DAYS TO WS-EXPIRY-DAYS
003110             ELSE
003120                 DISPLAY "PENDCAPT: EXPIRY DAYS INVALID - "
003130                     "DEFAULT USED"
003140             END-IF
003150     END-READ.
003160     CLOSE PENDPARM.
003170 1200-DISPLAY.
003180     DISPLAY "PENDCAPT: UNAPPROVED CHANGES EXPIRE AFTER "
003190         WS-EXPIRY-DAYS " BUSINESS DAYS".
003200 1200-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------*
003240* 1300-LOAD-CALENDAR - LOAD THE HOLIDAY DATES FROM THE      *
003250*                      HOLCAL PROCESSING CALENDAR, AS       *
003260*                      DATEROLL DOES. A MISSING CALENDAR IS *
003270*                      TOLERATED: ONLY WEEKENDS ARE THEN    *
003280*                      SKIPPED.                             *
003290*----------------------------------------------------------*
003300 1300-LOAD-CALENDAR.
003310     OPEN INPUT HOLCAL.
003320     IF WS-CAL-FS NOT = "00"
003330         DISPLAY "PENDCAPT: HOLCAL NOT AVAILABLE " WS-CAL-FS
003340         DISPLAY "PENDCAPT: ONLY WEEKENDS WILL BE SKIPPED"
003350         GO TO 1300-EXIT
003360     END-IF.
003370     PERFORM 1310-LOAD-HOLIDAY THRU 1310-EXIT
003380         UNTIL CAL-AT-EOF.
003390     CLOSE HOLCAL.
003400 1300-EXIT.
003410     EXIT.
003420
003430 1310-LOAD-HOLIDAY.
003440     READ HOLCAL
003450         AT END
003460             MOVE "Y" TO WS-CAL-EOF-SW
003470             GO TO 1310-EXIT
003480     END-READ.
003490     IF WS-HOL-COUNT < WS-HOL-MAX
003500         ADD 1 TO WS-HOL-COUNT
003510         MOVE HC-DATE TO HT-DATE(WS-HOL-COUNT)
003520     ELSE
003530         IF NOT HOL-FULL-WARNED
003540             DISPLAY "PENDCAPT: HOLIDAY TABLE FULL AT "
003550                 WS-HOL-MAX " DATES - EXCESS IGNORED"
003560             MOVE "Y" TO WS-HOL-FULL-SW
003570         END-IF
003580     END-IF.
003590 1310-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------*
003630* 1400-SET-EXPIRY - COUNT FORWARD THE EXPIRY PERIOD IN      *
003640*                   WORKING DAYS FROM THE BUSINESS DATE.    *
003650*                   DAY NUMBER 1 OF THE DATE INTEGER IS A   *
003660*                   MONDAY, SO REMAINDER 6 IS SATURDAY AND  *
003670*                   REMAINDER 0 SUNDAY. A CHANGE STILL      *
003680*                   PENDING AFTER PENDAPPR RUNS ON THE      *
003690*                   EXPIRY DATE IS EXPIRED.                 *
003700*----------------------------------------------------------*
003710 1400-SET-EXPIRY.
003720     MOVE WS-BUS-DATE TO WS-NEXT-DATE.
003730     MOVE ZERO TO WS-DAYS-COUNTED.
003740     PERFORM 1410-STEP-ONE-DAY THRU 1410-EXIT
003750         UNTIL WS-DAYS-COUNTED = WS-EXPIRY-DAYS.
003760     MOVE WS-NEXT-DATE TO WS-EXPIRY-DATE.
003770     DISPLAY "PENDCAPT: CHANGES FILED TODAY EXPIRE ON "
003780         WS-EXPIRY-DATE.
003790 1400-EXIT.
003800     EXIT.
003810
003820 1410-STEP-ONE-DAY.
003830     COMPUTE WS-DATE-INT =
003840         FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) + 1.
003850     COMPUTE WS-NEXT-DATE =
003860         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
003870     DIVIDE WS-DATE-INT BY 7 GIVING WS-DOW-Q
003880         REMAINDER WS-DOW-R.
003890     IF WS-DOW-R = 6 OR WS-DOW-R = 0
003900         GO TO 1410-EXIT
003910     END-IF.
003920     PERFORM 1420-FIND-HOLIDAY THRU 1420-EXIT.
003930     IF DATE-IS-HOLIDAY
003940         GO TO 1410-EXIT
003950     END-IF.
003960     ADD 1 TO WS-DAYS-COUNTED.
003970 1410-EXIT.
003980     EXIT.
003990
004000 1420-FIND-HOLIDAY.
004010     MOVE "N" TO WS-HOL-SW.
004020     MOVE 1 TO WS-HOL-IDX.
004030     PERFORM 1430-SEARCH-STEP THRU 1430-EXIT
004040         UNTIL WS-HOL-IDX > WS-HOL-COUNT
004050         OR DATE-IS-HOLIDAY.
004060 1420-EXIT.
004070     EXIT.
004080
004090 1430-SEARCH-STEP.
004100     IF HT-DATE(WS-HOL-IDX) = WS-NEXT-DATE
004110         MOVE "Y" TO WS-HOL-SW
004120     ELSE
004130         ADD 1 TO WS-HOL-IDX
004140     END-IF.
004150 1430-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------*
004190* 1500-FIND-LAST-SEQ - PENDING IDS RUN IN SEQUENCE WITHIN   *
004200*                      THE BUSINESS DATE. FIND THE LAST ONE *
004210*                      USED TODAY SO A SECOND CAPTURE RUN   *
004220*                      CARRIES ON FROM IT.                  *
004230*----------------------------------------------------------*
004240 1500-FIND-LAST-SEQ.
004250     MOVE WS-BUS-DATE TO PN-ID-DATE.
004260     MOVE ZERO TO PN-ID-SEQ.
004270     START PENDMST KEY IS NOT LESS THAN PN-PEND-ID
004280         INVALID KEY
004290             GO TO 1500-EXIT
004300     END-START.
004310     MOVE "N" TO WS-SCAN-EOF-SW.
004320     PERFORM 1510-SEQ-STEP THRU 1510-EXIT
004330         UNTIL SCAN-AT-EOF.
004340 1500-EXIT.
004350     EXIT.
004360
004370 1510-SEQ-STEP.
004380     READ PENDMST NEXT RECORD
004390         AT END
004400             MOVE "Y" TO WS-SCAN-EOF-SW
004410             GO TO 1510-EXIT
004420     END-READ.
004430     IF PN-ID-DATE NOT = WS-BUS-DATE
004440         MOVE "Y" TO WS-SCAN-EOF-SW
004450         GO TO 1510-EXIT
004460     END-IF.
004470     MOVE PN-ID-SEQ TO WS-NEXT-SEQ.
004480 1510-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------*
004520* 1600-OPEN-CARDS - OPEN WHICHEVER CARD FILES WERE KEYED    *
004530*                   TODAY. A CARD FILE NOT SUPPLIED SIMPLY  *
004540*                   HAS NOTHING TO FILE.                    *
004550*----------------------------------------------------------*
004560 1600-OPEN-CARDS.
004570     OPEN INPUT CTLCARD.
004580     IF WS-CTL-FS = "00"
004590         MOVE "Y" TO WS-CTL-PRESENT-SW
004600     ELSE
004610         DISPLAY "PENDCAPT: CTLCARD NOT SUPPLIED " WS-CTL-FS
004620         MOVE "Y" TO WS-CTL-EOF-SW
004630     END-IF.
004640     OPEN INPUT CUSTCARD.
004650     IF WS-CUC-FS = "00"
004660         MOVE "Y" TO WS-CUC-PRESENT-SW
004670     ELSE
004680         DISPLAY "PENDCAPT: CUSTCARD NOT SUPPLIED " WS-CUC-FS
004690         MOVE "Y" TO WS-CUC-EOF-SW
004700     END-IF.
004710     OPEN INPUT HOLDCARD.
004720     IF WS-HC-FS = "00"
004730         MOVE "Y" TO WS-HC-PRESENT-SW
004740     ELSE
004750         DISPLAY "PENDCAPT: HOLDCARD NOT SUPPLIED " WS-HC-FS
004760         MOVE "Y" TO WS-HC-EOF-SW
004770     END-IF.
004780     OPEN INPUT SOCARD.
004790     IF WS-SOC-FS = "00"
004800         MOVE "Y" TO WS-SOC-PRESENT-SW
004810     ELSE
004820         DISPLAY "PENDCAPT: SOCARD NOT SUPPLIED " WS-SOC-FS
004830         MOVE "Y" TO WS-SOC-EOF-SW
004840     END-IF.
004850 1600-EXIT.
004860     EXIT.
004870
004871*----------------------------------------------------------*
004872* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
004873*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
004874*                     AND RECORD THE START OF THE RUN. THE  *
004875*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
004876*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
004877*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
004878*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
004879*                     COMPLETED.                            *
004880*----------------------------------------------------------*
004881 1900-LEDGER-START.
004882     OPEN INPUT RUNPREQ.
004883     IF WS-PQ-FS NOT = "00"
004884         DISPLAY "*** PENDCAPT REFUSED ***"
004885         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
004886             WS-PQ-FS
004887         STOP RUN
004888     END-IF.
004889     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
004890     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
004891         UNTIL RP-AT-EOF.
004892     CLOSE RUNPREQ.
004893     IF WS-RL-REFUSE-CNT > ZERO
004894         MOVE "R" TO WS-RL-NEW-STATUS
004895         PERFORM 1940-POST-START THRU 1940-EXIT
004896         CLOSE RUNLEDG
004897         DISPLAY "*** PENDCAPT REFUSED ***"
004898         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
004899             "DATE " WS-BUS-DATE
004900         STOP RUN
004901     END-IF.
004902     MOVE "S" TO WS-RL-NEW-STATUS.
004903     PERFORM 1940-POST-START THRU 1940-EXIT.
004904     CLOSE RUNLEDG.
004905 1900-EXIT.
004906     EXIT.
004907
004908 1910-CHECK-PREREQ.
004909     READ RUNPREQ
004910         AT END
004911             MOVE "Y" TO WS-RP-EOF-SW
004912             GO TO 1910-EXIT
004913     END-READ.
004914     IF RP-STEP = WS-RL-STEP
004915         MOVE RP-PREREQ TO RL-STEP
004916         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
004917         IF RL-ON-FILE AND RL-COMPLETE
004918             GO TO 1910-EXIT
004919         END-IF
004920         IF NOT RL-ON-FILE AND RP-MONTH-END
004921             GO TO 1910-EXIT
004922         END-IF
004923         ADD 1 TO WS-RL-REFUSE-CNT
004924         MOVE SPACES TO WS-RL-MESSAGE
004925         STRING "AWAITING " RP-PREREQ
004926             DELIMITED BY SIZE INTO WS-RL-MESSAGE
004927         DISPLAY "PENDCAPT: " RP-PREREQ
004928             " HAS NOT COMPLETED FOR " WS-BUS-DATE
004929         GO TO 1910-EXIT
004930     END-IF.
004931     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
004932         MOVE RP-STEP TO RL-STEP
004933         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
004934         IF RL-ON-FILE AND RL-COMPLETE
004935             ADD 1 TO WS-RL-REFUSE-CNT
004936             MOVE SPACES TO WS-RL-MESSAGE
004937             STRING "OUT OF SEQUENCE AFTER " RP-STEP
004938                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
004939             DISPLAY "PENDCAPT: " RP-STEP
004940                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
004941         END-IF
004942     END-IF.
004943 1910-EXIT.
004944     EXIT.
004945
004946 1920-READ-LEDGER.
004947     MOVE WS-BUS-DATE TO RL-BUS-DATE.
004948     MOVE "Y" TO WS-RL-FOUND-SW.
004949     READ RUNLEDG KEY IS RL-KEY
004950         INVALID KEY
004951             MOVE "N" TO WS-RL-FOUND-SW
004952     END-READ.
004953 1920-EXIT.
004954     EXIT.
004955
004956 1930-OPEN-LEDGER.
004957     OPEN I-O RUNLEDG.
004958     IF WS-RL-FS NOT = "00"
004959         OPEN OUTPUT RUNLEDG
004960         IF WS-RL-FS NOT = "00"
004961             DISPLAY "PENDCAPT: ERROR OPENING RUNLEDG " WS-RL-FS
004962             STOP RUN
004963         END-IF
004964         CLOSE RUNLEDG
004965         OPEN I-O RUNLEDG
004966         IF WS-RL-FS NOT = "00"
004967             DISPLAY "PENDCAPT: ERROR REOPENING RUNLEDG " WS-RL-FS
004968             STOP RUN
004969         END-IF
004970     END-IF.
004971 1930-EXIT.
004972     EXIT.
004973
004974*----------------------------------------------------------*
004975* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
004976*                   ENTRY FOR TODAY AS STARTED (S) OR       *
004977*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
004978*                   EARLIER CLEAN COMPLETION STANDING.      *
004979*----------------------------------------------------------*
004980 1940-POST-START.
004981     MOVE WS-RL-STEP TO RL-STEP.
004982     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
004983     IF RL-ON-FILE AND RL-COMPLETE
004984         AND WS-RL-NEW-STATUS = "R"
004985         GO TO 1940-EXIT
004986     END-IF.
004987     IF NOT RL-ON-FILE
004988         INITIALIZE RUNLEDG-REC
004989         MOVE WS-BUS-DATE TO RL-BUS-DATE
004990         MOVE WS-RL-STEP TO RL-STEP
004991     END-IF.
004992     ADD 1 TO RL-RUN-COUNT.
004993     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
004994     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
004995     ACCEPT RL-START-TIME FROM TIME.
004996     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
004997     INITIALIZE RL-COUNTS.
004998     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
004999     IF RL-ON-FILE
005000         REWRITE RUNLEDG-REC
005001             INVALID KEY
005002                 DISPLAY "PENDCAPT: RUNLEDG REWRITE FAILED "
005003                     WS-RL-FS
005004         END-REWRITE
005005     ELSE
005006         WRITE RUNLEDG-REC
005007             INVALID KEY
005008                 DISPLAY "PENDCAPT: RUNLEDG WRITE FAILED "
005009                     WS-RL-FS
005010         END-WRITE
005011     END-IF.
005012 1940-EXIT.
005013     EXIT.
005014
005015*----------------------------------------------------------*
005016* 2000-CAPTURE-CTLCARD - FILE ONE ACCOUNT MAINTENANCE CARD. *
005017*----------------------------------------------------------*
005018 2000-CAPTURE-CTLCARD.
005019     READ CTLCARD
005020         AT END
005021             MOVE "Y" TO WS-CTL-EOF-SW
005022             GO TO 2000-EXIT
005023     END-READ.
005024     ADD 1 TO WS-CTL-READ.
005025     MOVE SPACES TO PEND-REC.
005026     MOVE "ACCT" TO PN-MAINT-TYPE.
005027     MOVE CTL-ACTION TO PN-ACTION.
005028     MOVE CTL-ACCT-NO TO PN-ITEM-KEY.
005029     MOVE CTL-OPER-ID TO PN-MAKER-ID.
005030     MOVE CTL-REC TO PN-CARD-IMAGE.
005040     PERFORM 3000-FILE-PENDING THRU 3000-EXIT.
005050 2000-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------*
005090* 2100-CAPTURE-CUSTCARD - FILE ONE CUSTOMER MAINTENANCE     *
005100*                         CARD.                             *
005110*----------------------------------------------------------*
005120 2100-CAPTURE-CUSTCARD.
005130     READ CUSTCARD
005140         AT END
005150             MOVE "Y" TO WS-CUC-EOF-SW
005160             GO TO 2100-EXIT
005170     END-READ.
005180     ADD 1 TO WS-CUC-READ.
005190     MOVE SPACES TO PEND-REC.
005200     MOVE "CUST" TO PN-MAINT-TYPE.
005210     MOVE CUC-ACTION TO PN-ACTION.
005220     MOVE CUC-CUST-ID TO PN-ITEM-KEY.
005230     MOVE CUC-OPER-ID TO PN-MAKER-ID.
005240     MOVE CUC-REC TO PN-CARD-IMAGE.
005250     PERFORM 3000-FILE-PENDING THRU 3000-EXIT.
005260 2100-EXIT.
005270     EXIT.
005280
005290*----------------------------------------------------------*
005300* 2200-CAPTURE-HOLDCARD - FILE ONE FUNDS-HOLD MAINTENANCE   *
005310*                         CARD.                             *
005320*----------------------------------------------------------*
005330 2200-CAPTURE-HOLDCARD.
005340     READ HOLDCARD
005350         AT END
005360             MOVE "Y" TO WS-HC-EOF-SW
005370             GO TO 2200-EXIT
005380     END-READ.
005390     ADD 1 TO WS-HC-READ.
005400     MOVE SPACES TO PEND-REC.
005410     MOVE "HOLD" TO PN-MAINT-TYPE.
005420     MOVE HC-ACTION TO PN-ACTION.
005430     MOVE HC-HOLD-ID TO PN-ITEM-KEY.
005440     MOVE HC-OPER-ID TO PN-MAKER-ID.
005450     MOVE HC-REC TO PN-CARD-IMAGE.
005460     PERFORM 3000-FILE-PENDING THRU 3000-EXIT.
005470 2200-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------*
005510* 2300-CAPTURE-SOCARD - FILE ONE STANDING-ORDER MAINTENANCE *
005520*                       CARD.                               *
005530*----------------------------------------------------------*
005540 2300-CAPTURE-SOCARD.
005550     READ SOCARD
005560         AT END
005570             MOVE "Y" TO WS-SOC-EOF-SW
005580             GO TO 2300-EXIT
005590     END-READ.
005600     ADD 1 TO WS-SOC-READ.
005610     MOVE SPACES TO PEND-REC.
005620     MOVE "SORD" TO PN-MAINT-TYPE.
005630     MOVE SOC-ACTION TO PN-ACTION.
005640     MOVE SOC-ID TO PN-ITEM-KEY.
005650     MOVE SOC-OPER-ID TO PN-MAKER-ID.
005660     MOVE SOC-REC TO PN-CARD-IMAGE.
005670     PERFORM 3000-FILE-PENDING THRU 3000-EXIT.
005680 2300-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------*
005720* 3000-FILE-PENDING - GIVE THE CARD THE NEXT PENDING ID AND *
005730*                     WRITE IT TO PENDMST AS PENDING. A     *
005740*                     CARD WITH NO OPERATOR ID IS REFUSED.  *
005750*----------------------------------------------------------*
005760 3000-FILE-PENDING.
005770     IF PN-MAKER-ID = SPACES
005780         MOVE SPACES TO PN-PEND-ID
005790         MOVE "REFUSED - NO OPERATOR ID" TO WS-DL-NOTE
005800         PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
005810         ADD 1 TO WS-REFUSED-CNT
005820         GO TO 3000-EXIT
005830     END-IF.
005840     IF WS-NEXT-SEQ = 9999
005850         MOVE SPACES TO PN-PEND-ID
005860         MOVE "REFUSED - DAY SEQUENCE FULL" TO WS-DL-NOTE
005870         PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
005880         ADD 1 TO WS-REFUSED-CNT
005890         GO TO 3000-EXIT
005900     END-IF.
005910     ADD 1 TO WS-NEXT-SEQ.
005920     MOVE WS-BUS-DATE TO PN-ID-DATE.
005930     MOVE WS-NEXT-SEQ TO PN-ID-SEQ.
005940     MOVE "P" TO PN-STATUS.
005950     MOVE SPACES TO PN-CHECKER-ID.
005960     MOVE WS-BUS-DATE TO PN-KEYED-DATE.
005970     MOVE WS-EXPIRY-DATE TO PN-EXPIRY-DATE.
005980     MOVE ZERO TO PN-DECIDED-DATE.
005990     MOVE ZERO TO PN-APPLIED-DATE.
006000     WRITE PEND-REC
006010         INVALID KEY
006020             MOVE "REFUSED - PENDMST WRITE FAILED" TO WS-DL-NOTE
006030             PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
006040             ADD 1 TO WS-REFUSED-CNT
006050             GO TO 3000-EXIT
006060     END-WRITE.
006070     MOVE "FILED - AWAITING APPROVAL" TO WS-DL-NOTE.
006080     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT.
006090     ADD 1 TO WS-FILED-CNT.
006100 3000-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------*
006140* 7000-WRITE-LISTING - ONE LINE PER CARD READ.              *
006150*----------------------------------------------------------*
006160 7000-WRITE-LISTING.
006170     MOVE PN-PEND-ID TO WS-DL-PEND-ID.
006180     MOVE PN-MAINT-TYPE TO WS-DL-TYPE.
006190     MOVE PN-ACTION TO WS-DL-ACTION.
006200     MOVE PN-ITEM-KEY TO WS-DL-KEY.
006210     MOVE PN-MAKER-ID TO WS-DL-MAKER.
006220     IF PN-PEND-ID = SPACES
006230         MOVE SPACES TO WS-DL-EXPIRY
006240     ELSE
006250         MOVE WS-EXPIRY-DATE TO WS-DL-EXPIRY
006260     END-IF.
006270     MOVE WS-DTL-LINE TO RPT-LINE.
006280     WRITE RPT-LINE.
006290 7000-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------*
006330* 7500-WRITE-SUMMARY - CARD COUNTS AT THE FOOT OF CAPTRPT.  *
006340*----------------------------------------------------------*
006350 7500-WRITE-SUMMARY.
006360     MOVE SPACES TO RPT-LINE.
006370     WRITE RPT-LINE.
006380     MOVE "CTLCARD CARDS READ           :" TO WS-SL-LABEL.
006390     MOVE WS-CTL-READ TO WS-SL-COUNT.
006400     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
006410     MOVE "CUSTCARD CARDS READ          :" TO WS-SL-LABEL.
006420     MOVE WS-CUC-READ TO WS-SL-COUNT.
006430     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
006440     MOVE "HOLDCARD CARDS READ          :" TO WS-SL-LABEL.
006450     MOVE WS-HC-READ TO WS-SL-COUNT.
006460     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
006470     MOVE "SOCARD CARDS READ            :" TO WS-SL-LABEL.
006480     MOVE WS-SOC-READ TO WS-SL-COUNT.
006490     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
006500     MOVE "CHANGES FILED FOR APPROVAL   :" TO WS-SL-LABEL.
006510     MOVE WS-FILED-CNT TO WS-SL-COUNT.
006520     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
006530     MOVE "CARDS REFUSED                :" TO WS-SL-LABEL.
006540     MOVE WS-REFUSED-CNT TO WS-SL-COUNT.
006550     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
006560 7500-EXIT.
006570     EXIT.
006580
006590 7510-SUM-LINE.
006600     MOVE WS-SUM-LINE TO RPT-LINE.
006610     WRITE RPT-LINE.
006620 7510-EXIT.
006630     EXIT.
006640
006650*----------------------------------------------------------*
006660* 8000-FINALIZE - PRINT THE RUN SUMMARY AND CLOSE FILES.    *
006670*----------------------------------------------------------*
006680 8000-FINALIZE.
006690     DISPLAY "PENDCAPT - MAINTENANCE CARD CAPTURE SUMMARY".
006700     DISPLAY "CTLCARD CARDS READ   : " WS-CTL-READ.
006710     DISPLAY "CUSTCARD CARDS READ  : " WS-CUC-READ.
006720     DISPLAY "HOLDCARD CARDS READ  : " WS-HC-READ.
006730     DISPLAY "SOCARD CARDS READ    : " WS-SOC-READ.
006740     DISPLAY "CHANGES FILED        : " WS-FILED-CNT.
006750     DISPLAY "CARDS REFUSED        : " WS-REFUSED-CNT.
006760     IF CTL-FILE-PRESENT
006770         CLOSE CTLCARD
006780     END-IF.
006790     IF CUC-FILE-PRESENT
006800         CLOSE CUSTCARD
006810     END-IF.
006820     IF HC-FILE-PRESENT
006830         CLOSE HOLDCARD
006840     END-IF.
006850     IF SOC-FILE-PRESENT
006860         CLOSE SOCARD
006870     END-IF.
006880     CLOSE PENDMST CAPTRPT.
006890 8000-EXIT.
006900     EXIT.
006910
006920*----------------------------------------------------------*
006930* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
006940*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
006950*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
006960*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
006970*----------------------------------------------------------*
006980 8900-LEDGER-END.
006985     INITIALIZE WS-RL-COUNTS.
006990     MOVE "FILED" TO WS-RL-CNT-LABEL(1).
007000     MOVE WS-FILED-CNT TO WS-RL-CNT-VALUE(1).
007010     MOVE "REFUSED" TO WS-RL-CNT-LABEL(2).
007020     MOVE WS-REFUSED-CNT TO WS-RL-CNT-VALUE(2).
007030     IF WS-REFUSED-CNT > ZERO
007040         MOVE 4 TO WS-RL-RC
007050     END-IF.
007060     OPEN I-O RUNLEDG.
007070     IF WS-RL-FS NOT = "00"
007080         DISPLAY "PENDCAPT: RUNLEDG NOT AVAILABLE " WS-RL-FS
007090         DISPLAY "PENDCAPT: END OF RUN NOT RECORDED"
007100         GO TO 8900-EXIT
007110     END-IF.
007120     MOVE WS-RL-STEP TO RL-STEP.
007130     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
007140     IF NOT RL-ON-FILE
007150         INITIALIZE RUNLEDG-REC
007160         MOVE WS-BUS-DATE TO RL-BUS-DATE
007170         MOVE WS-RL-STEP TO RL-STEP
007180         MOVE 1 TO RL-RUN-COUNT
007190     END-IF.
007200     IF WS-RL-RC < 8
007210         MOVE "C" TO RL-STATUS
007220     ELSE
007230         MOVE "F" TO RL-STATUS
007240     END-IF.
007250     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
007260     ACCEPT RL-END-TIME FROM TIME.
007270     MOVE WS-RL-RC TO RL-RETURN-CODE.
007280     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
007290     MOVE WS-RL-COUNTS TO RL-COUNTS.
007300     IF RL-ON-FILE
007310         REWRITE RUNLEDG-REC
007320             INVALID KEY
007330                 DISPLAY "PENDCAPT: RUNLEDG REWRITE FAILED "
007340                     WS-RL-FS
007350         END-REWRITE
007360     ELSE
007370         WRITE RUNLEDG-REC
007380             INVALID KEY
007390                 DISPLAY "PENDCAPT: RUNLEDG WRITE FAILED "
007400                     WS-RL-FS
007410         END-WRITE
007420     END-IF.
007430     CLOSE RUNLEDG.
007440 8900-EXIT.
007450     EXIT.
