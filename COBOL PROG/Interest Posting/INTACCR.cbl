000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. INTACCR.
000120 AUTHOR. D L SYSTEMS GROUP.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160 REMARKS. DAILY INTEREST ACCRUAL. RUNS AFTER EODSNAP AND
000170     BEFORE DATEROLL. TAKES EACH ACCOUNT'S CLOSING BALANCE
000180     FROM THE OPENBAL EXTRACT JUST WRITTEN BY EODSNAP AND
000190     ADDS THE INTEREST IT EARNS UNTIL THE NEXT WORKING DAY
000200     (WEEKENDS AND HOLCAL HOLIDAYS INCLUDED) TO THE ACCRMST
000210     ACCRUAL MASTER. THE ANNUAL RATE FOR EACH ACCT-TYPE IS
000220     THE RATETBL ENTRY WITH THE LATEST EFFECTIVE DATE NOT
000230     AFTER THE BUSINESS DATE, ON AN ACTUAL/365 DAY BASIS.
000236     CLOSED AND OVERDRAWN ACCOUNTS ACCRUE NOTHING. AN
000242     ACCOUNT ALREADY ACCRUED FOR THE BUSINESS DATE IS NOT
000250     ACCRUED AGAIN, SO A RERUN IS HARMLESS. INTPOST PAYS
000260     THE ACCRUAL OUT AT MONTH END. THE ACCRRPT REPORT GIVES
000270     FINANCE THE DAY'S ACCRUAL AND THE ACCRUED-INTEREST
000280     LIABILITY BY ACCT-TYPE.
000290*----------------------------------------------------------*
000300* MODIFICATION HISTORY                                      *
000310*  DATE      BY   DESCRIPTION                                *
000320*  10/15/26  DLS  INITIAL VERSION.                           *
000323*  10/15/26  DLS  SIGNED OPENBAL BALANCES; NO CREDIT         *
000326*                 INTEREST ACCRUES ON A DEBIT BALANCE.       *
000327*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000328*                 RUNPREQ AT START; START, END, RETURN       *
000329*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000330*----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPENBAL ASSIGN TO OPENBAL
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-OB-FS.

000400     SELECT ACCOUNT1 ASSIGN TO ACCOUNTF
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS ACCT-NO
000440         FILE STATUS IS WS-ACC-FS.

000450     SELECT ACCRMST ASSIGN TO ACCRMST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS AC-ACCT-NO
000490         FILE STATUS IS WS-AC-FS.

000500     SELECT RATETBL ASSIGN TO RATETBL
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-RT-FS.

000530     SELECT HOLCAL ASSIGN TO HOLCAL
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-HC-FS.

000560     SELECT ACCRRPT ASSIGN TO ACCRRPT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-RPT-FS.

000590     SELECT BUSDATE ASSIGN TO BUSDATE
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-BD-FS.

000611     SELECT RUNPREQ ASSIGN TO RUNPREQ
000612         ORGANIZATION IS SEQUENTIAL
000613         FILE STATUS IS WS-PQ-FS.

000614     SELECT RUNLEDG ASSIGN TO RUNLEDG
000615         ORGANIZATION IS INDEXED
000616         ACCESS MODE IS DYNAMIC
000617         RECORD KEY IS RL-KEY
000618         FILE STATUS IS WS-RL-FS.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  OPENBAL.
000650 01  OB-REC.
000660     COPY OPENBALREC.

000670 FD  ACCOUNT1.
000680 01  ACCT-REC.
000690     COPY ACCTREC.

000700 FD  ACCRMST.
000710 01  ACCR-REC.
000720     COPY ACCRREC.

000730 FD  RATETBL.
000740 01  RATETBL-REC.
000750     05 RT-ACCT-TYPE PIC X(01).
000760     05 RT-EFF-DATE PIC 9(08).
000770     05 RT-ANNUAL-RATE PIC 9V9(4).

000780 FD  HOLCAL.
000790 01  HOLCAL-REC.
000800     05 HC-DATE PIC 9(08).
000810     05 HC-DESC PIC X(30).

000820 FD  ACCRRPT.
000830 01  RPT-LINE PIC X(132).

000840 FD  BUSDATE.
000850 01  BUSDATE-REC.
000860     COPY BUSDTREC.

000861 FD  RUNPREQ.
000862 01  RUNPREQ-REC.
000863     COPY RUNPREQREC.

000864 FD  RUNLEDG.
000865 01  RUNLEDG-REC.
000866     COPY RUNLEDREC.

000870 WORKING-STORAGE SECTION.
000880 01  WS-OB-FS PIC X(02).
000890 01  WS-ACC-FS PIC X(02).
000900 01  WS-AC-FS PIC X(02).
000910     88 AC-FILE-OK VALUE "00".
000920 01  WS-RT-FS PIC X(02).
000930 01  WS-HC-FS PIC X(02).
000940 01  WS-RPT-FS PIC X(02).
000950 01  WS-BD-FS PIC X(02).
000960 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.

000970 01  WS-OB-EOF-SW PIC X(01) VALUE "N".
000980     88 OB-AT-EOF VALUE "Y".
000990 01  WS-RT-EOF-SW PIC X(01) VALUE "N".
001000     88 RT-AT-EOF VALUE "Y".
001010 01  WS-HC-EOF-SW PIC X(01) VALUE "N".
001020     88 HC-AT-EOF VALUE "Y".
001030 01  WS-HC-PRESENT-SW PIC X(01) VALUE "N".
001040     88 HC-FILE-PRESENT VALUE "Y".
001050 01  WS-HOL-SW PIC X(01) VALUE "N".
001060     88 DATE-IS-HOLIDAY VALUE "Y".
001070 01  WS-HOL-FULL-SW PIC X(01) VALUE "N".
001080     88 HOL-FULL-WARNED VALUE "Y".
001090 01  WS-WORKDAY-SW PIC X(01) VALUE "N".
001100     88 WORKING-DAY-FOUND VALUE "Y".
001110 01  WS-RATE-FULL-SW PIC X(01) VALUE "N".
001120     88 RATE-FULL-WARNED VALUE "Y".
001130 01  WS-RATE-SW PIC X(01) VALUE "N".
001140     88 RATE-FOUND VALUE "Y".
001150 01  WS-ACCR-SW PIC X(01) VALUE "N".
001160     88 ACCRUAL-ON-FILE VALUE "Y".
001170 01  WS-TYPE-FULL-SW PIC X(01) VALUE "N".
001180     88 TYPE-FULL-WARNED VALUE "Y".

001190 01  WS-OB-TRAILER-SW PIC X(01) VALUE "N".
001200     88 OB-TRAILER-SEEN VALUE "Y".
001210 01  WS-OB-DTL-COUNT PIC 9(07) VALUE ZERO.
001220 01  WS-OB-DTL-TOTAL PIC S9(11)V99 VALUE ZERO.
001230 01  WS-OB-TRL-COUNT PIC 9(07) VALUE ZERO.
001240 01  WS-OB-TRL-TOTAL PIC S9(11)V99 VALUE ZERO.
001250 01  WS-OB-TRL-DATE PIC 9(08) VALUE ZERO.

001260 01  WS-RATE-COUNT PIC 9(03) COMP VALUE ZERO.
001270 01  WS-RATE-MAX PIC 9(03) COMP VALUE 50.
001280 01  WS-RATE-IDX PIC 9(03) COMP VALUE ZERO.
001290 01  RATE-TABLE.
001300     05 RATE-ENTRY OCCURS 50 TIMES.
001310        10 RR-ACCT-TYPE PIC X(01).
001320        10 RR-EFF-DATE PIC 9(08).
001330        10 RR-ANNUAL-RATE PIC 9V9(4).
001340 01  WS-BEST-EFF-DATE PIC 9(08) VALUE ZERO.
001350 01  WS-ACCR-RATE PIC 9V9(4) VALUE ZERO.

001360 01  WS-HOL-COUNT PIC 9(03) COMP VALUE ZERO.
001370 01  WS-HOL-MAX PIC 9(03) COMP VALUE 200.
001380 01  WS-HOL-IDX PIC 9(03) COMP VALUE ZERO.
001390 01  HOL-TABLE.
001400     05 HOL-ENTRY OCCURS 200 TIMES.
001410        10 HT-DATE PIC 9(08).

001420 01  WS-NEXT-DATE PIC 9(08) VALUE ZERO.
001430 01  WS-DATE-INT PIC 9(07) COMP VALUE ZERO.
001440 01  WS-BUS-INT PIC 9(07) COMP VALUE ZERO.
001450 01  WS-DOW-Q PIC 9(07) COMP VALUE ZERO.
001460 01  WS-DOW-R PIC 9(01) COMP VALUE ZERO.
001470 01  WS-SKIP-COUNT PIC 9(03) COMP VALUE ZERO.
001480 01  WS-SKIP-LIMIT PIC 9(03) COMP VALUE 30.
001490 01  WS-ACCR-DAYS PIC 9(03) VALUE ZERO.
001500 01  WS-DAY-BASIS PIC 9(03) VALUE 365.

001510 01  WS-DAY-INTEREST PIC 9(7)V9(5) VALUE ZERO.
001520 01  WS-TOTAL-TODAY PIC 9(09)V9(5) VALUE ZERO.
001530 01  WS-TOTAL-LIAB PIC 9(09)V9(5) VALUE ZERO.
001540 01  WS-TOTAL-BAL PIC 9(11)V99 VALUE ZERO.

001550 01  WS-READ-CNT PIC 9(05) COMP VALUE ZERO.
001560 01  WS-ACCRUED-CNT PIC 9(05) COMP VALUE ZERO.
001570 01  WS-ALREADY-CNT PIC 9(05) COMP VALUE ZERO.
001580 01  WS-NORATE-CNT PIC 9(05) COMP VALUE ZERO.
001590 01  WS-SKIP-CNT PIC 9(05) COMP VALUE ZERO.

001600 01  WS-SEARCH-TYPE PIC X(01).
001610 01  WS-FOUND-SW PIC X(01).
001620     88 TYPE-FOUND VALUE "Y".
001630 01  WS-TYPE-COUNT PIC 9(02) COMP VALUE ZERO.
001640 01  WS-TYPE-MAX PIC 9(02) COMP VALUE 10.
001650 01  WS-TYPE-IDX PIC 9(02) COMP VALUE ZERO.
001660 01  TYPE-TABLE.
001670     05 TYPE-ENTRY OCCURS 10 TIMES.
001680        10 TT-ACCT-TYPE PIC X(01).
001690        10 TT-ACCR-COUNT PIC 9(05) COMP.
001700        10 TT-BAL-TOTAL PIC 9(11)V99.
001710        10 TT-RATE PIC 9V9(4).
001720        10 TT-TODAY-TOTAL PIC 9(09)V9(5).
001730        10 TT-LIAB-TOTAL PIC 9(09)V9(5).

001740 01  WS-HDR-LINE.
001750     05 FILLER PIC X(02) VALUE SPACES.
001760     05 FILLER PIC X(16) VALUE "BUSINESS DATE ".
001770     05 WS-HL-BUS-DATE PIC 9(08).
001780     05 FILLER PIC X(04) VALUE SPACES.
001790     05 FILLER PIC X(20) VALUE "ACCRUED THROUGH ".
001800     05 WS-HL-NEXT-DATE PIC 9(08).
001810     05 FILLER PIC X(04) VALUE SPACES.
001820     05 FILLER PIC X(07) VALUE "DAYS ".
001830     05 WS-HL-DAYS PIC ZZ9.
001840     05 FILLER PIC X(60) VALUE SPACES.

001850 01  WS-COLHDR-LINE.
001860     05 FILLER PIC X(02) VALUE SPACES.
001870     05 FILLER PIC X(05) VALUE "TYP".
001880     05 FILLER PIC X(10) VALUE "ACCOUNTS".
001890     05 FILLER PIC X(20) VALUE "   BALANCE ACCRUING".
001900     05 FILLER PIC X(10) VALUE "  ANNUAL".
001910     05 FILLER PIC X(20) VALUE "       ACCRUED TODAY".
001920     05 FILLER PIC X(20) VALUE "   ACCRUED LIABILITY".
001930     05 FILLER PIC X(45) VALUE SPACES.

001940 01  WS-TYPE-LINE.
001950     05 FILLER PIC X(02) VALUE SPACES.
001960     05 WS-TL-ACCT-TYPE PIC X(01).
001970     05 FILLER PIC X(04) VALUE SPACES.
001980     05 WS-TL-COUNT PIC ZZZZ9.
001990     05 FILLER PIC X(03) VALUE SPACES.
002000     05 WS-TL-BALANCE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002010     05 FILLER PIC X(04) VALUE SPACES.
002020     05 WS-TL-RATE PIC 9.9999.
002030     05 FILLER PIC X(03) VALUE SPACES.
002040     05 WS-TL-TODAY PIC ZZZ,ZZZ,ZZ9.99999.
002050     05 FILLER PIC X(02) VALUE SPACES.
002060     05 WS-TL-LIAB PIC ZZZ,ZZZ,ZZ9.99999.
002070     05 FILLER PIC X(48) VALUE SPACES.

002080 01  WS-SUM-LINE.
002090     05 FILLER PIC X(02) VALUE SPACES.
002100     05 WS-SL-LABEL PIC X(30).
002110     05 WS-SL-COUNT PIC ZZZZ9.
002120     05 FILLER PIC X(95) VALUE SPACES.

002121 01  WS-PQ-FS PIC X(02).
002122 01  WS-RL-FS PIC X(02).
002123 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
002124     88 RP-AT-EOF VALUE "Y".
002125 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
002126     88 RL-ON-FILE VALUE "Y".
002127 01  WS-RL-STEP PIC X(10) VALUE "INTACCR".
002128 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
002129 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
002130 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
002131 01  WS-RL-RC PIC 9(04) VALUE ZERO.
002132 01  WS-RL-COUNTS.
002133     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
002134        10 WS-RL-CNT-LABEL PIC X(10).
002135        10 WS-RL-CNT-VALUE PIC 9(09).

002136 PROCEDURE DIVISION.

002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002160     PERFORM 2000-ACCRUE-ACCOUNT THRU 2000-EXIT
002170         UNTIL OB-AT-EOF.
002180     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
002190     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002195     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
002200     STOP RUN.

002210*----------------------------------------------------------*
002220* 1000-INITIALIZE - BUSINESS DATE, RATE TABLE, ACCRUAL      *
002230*                   PERIOD AND A VERIFIED OPENBAL EXTRACT,  *
002240*                   THEN OPEN THE FILES FOR THIS RUN.       *
002250*----------------------------------------------------------*
002260 1000-INITIALIZE.
002270     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
002275     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
002280     PERFORM 1200-LOAD-RATES THRU 1200-EXIT.
002290     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
002300     PERFORM 1400-SET-PERIOD THRU 1400-EXIT.
002310     PERFORM 1500-VERIFY-SNAPSHOT THRU 1500-EXIT.
002320     OPEN INPUT OPENBAL.
002330     IF WS-OB-FS NOT = "00"
002340         DISPLAY "INTACCR: ERROR OPENING OPENBAL " WS-OB-FS
002350         STOP RUN
002360     END-IF.
002370     OPEN INPUT ACCOUNT1.
002380     IF WS-ACC-FS NOT = "00"
002390         DISPLAY "INTACCR: ERROR OPENING ACCOUNT1 " WS-ACC-FS
002400         STOP RUN
002410     END-IF.
002420     OPEN I-O ACCRMST.
002430     IF NOT AC-FILE-OK
002440         OPEN OUTPUT ACCRMST
002450         IF NOT AC-FILE-OK
002460             DISPLAY "INTACCR: ERROR OPENING ACCRMST "
002470                 WS-AC-FS
002480             STOP RUN
002490         END-IF
002500         CLOSE ACCRMST
002510         OPEN I-O ACCRMST
002520         IF NOT AC-FILE-OK
002530             DISPLAY "INTACCR: ERROR REOPENING ACCRMST "
002540                 WS-AC-FS
002550             STOP RUN
002560         END-IF
002570     END-IF.
002580     OPEN OUTPUT ACCRRPT.
002590     IF WS-RPT-FS NOT = "00"
002600         DISPLAY "INTACCR: ERROR OPENING ACCRRPT " WS-RPT-FS
002610         STOP RUN
002620     END-IF.
002630     MOVE "INTACCR - DAILY INTEREST ACCRUAL BY ACCOUNT TYPE"
002640         TO RPT-LINE.
002650     WRITE RPT-LINE.
002660     MOVE WS-BUS-DATE TO WS-HL-BUS-DATE.
002670     MOVE WS-NEXT-DATE TO WS-HL-NEXT-DATE.
002680     MOVE WS-ACCR-DAYS TO WS-HL-DAYS.
002690     MOVE WS-HDR-LINE TO RPT-LINE.
002700     WRITE RPT-LINE.
002710     MOVE ALL "-" TO RPT-LINE.
002720     WRITE RPT-LINE.
002730 1000-EXIT.
002740     EXIT.

002750*----------------------------------------------------------*
002760* 1100-READ-BUSDATE - PICK UP THE CURRENT BUSINESS DATE.    *
002770*                     NO BATCH PROGRAM MAY RUN WITHOUT IT.  *
002780*----------------------------------------------------------*
002790 1100-READ-BUSDATE.
002800     OPEN INPUT BUSDATE.
002810     IF WS-BD-FS NOT = "00"
002820         DISPLAY "INTACCR: BUSDATE NOT AVAILABLE " WS-BD-FS
002830         DISPLAY "INTACCR: RUN CANNOT START WITHOUT A"
002840         DISPLAY "BUSINESS DATE"
002850         STOP RUN
002860     END-IF.
002870     READ BUSDATE
002880         AT END
002890             DISPLAY "INTACCR: BUSDATE FILE IS EMPTY"
002900             CLOSE BUSDATE
002910             STOP RUN
002920         NOT AT END
002930             MOVE BD-BUS-DATE TO WS-BUS-DATE
002940     END-READ.
002950     CLOSE BUSDATE.
002960     DISPLAY "INTACCR: BUSINESS DATE " WS-BUS-DATE.
002970 1100-EXIT.
002980     EXIT.

002990*----------------------------------------------------------*
003000* 1200-LOAD-RATES - LOAD THE RATETBL RATE TABLE. NO TABLE   *
003010*                   MEANS NO RATES, SO THE RUN IS REFUSED   *
003020*                   RATHER THAN SILENTLY ACCRUING NOTHING.  *
003030*----------------------------------------------------------*
003040 1200-LOAD-RATES.
003050     OPEN INPUT RATETBL.
003060     IF WS-RT-FS NOT = "00"
003070         DISPLAY "INTACCR: RATETBL NOT AVAILABLE " WS-RT-FS
003080         DISPLAY "INTACCR: RUN REFUSED WITHOUT A RATE TABLE"
003090         STOP RUN
003100     END-IF.
003110     PERFORM 1210-LOAD-STEP THRU 1210-EXIT
003120         UNTIL RT-AT-EOF.
003130     CLOSE RATETBL.
003140     IF WS-RATE-COUNT = ZERO
003150         DISPLAY "INTACCR: RATETBL IS EMPTY - RUN REFUSED"
003160         STOP RUN
003170     END-IF.
003180 1200-EXIT.
003190     EXIT.

003200 1210-LOAD-STEP.
003210     READ RATETBL
003220         AT END
003230             MOVE "Y" TO WS-RT-EOF-SW
003240             GO TO 1210-EXIT
003250     END-READ.
003260     IF RT-EFF-DATE NOT NUMERIC OR RT-ANNUAL-RATE NOT NUMERIC
003270         DISPLAY "INTACCR: RATETBL ENTRY INVALID - IGNORED "
003280             RT-ACCT-TYPE
003290         GO TO 1210-EXIT
003300     END-IF.
003310     IF WS-RATE-COUNT < WS-RATE-MAX
003320         ADD 1 TO WS-RATE-COUNT
003330         MOVE RT-ACCT-TYPE TO RR-ACCT-TYPE(WS-RATE-COUNT)
003340         MOVE RT-EFF-DATE TO RR-EFF-DATE(WS-RATE-COUNT)
003350         MOVE RT-ANNUAL-RATE TO RR-ANNUAL-RATE(WS-RATE-COUNT)
003360     ELSE
003370         IF NOT RATE-FULL-WARNED
003380             DISPLAY "INTACCR: RATE TABLE FULL AT "
003390                 WS-RATE-MAX " ENTRIES - EXCESS IGNORED"
003400             MOVE "Y" TO WS-RATE-FULL-SW
003410         END-IF
003420     END-IF.
003430 1210-EXIT.
003440     EXIT.

003450*----------------------------------------------------------*
003460* 1300-LOAD-CALENDAR - LOAD THE HOLIDAY DATES FROM THE      *
003470*                      HOLCAL PROCESSING CALENDAR, AS       *
003480*                      DATEROLL DOES. A MISSING CALENDAR IS *
003490*                      TOLERATED: ONLY WEEKENDS ARE THEN    *
003500*                      SPANNED.                             *
003510*----------------------------------------------------------*
003520 1300-LOAD-CALENDAR.
003530     OPEN INPUT HOLCAL.
003540     IF WS-HC-FS = "00"
003550         MOVE "Y" TO WS-HC-PRESENT-SW
003560     ELSE
003570         MOVE "N" TO WS-HC-PRESENT-SW
003580         MOVE "Y" TO WS-HC-EOF-SW
003590         DISPLAY "INTACCR: HOLCAL NOT AVAILABLE " WS-HC-FS
003600         DISPLAY "INTACCR: ONLY WEEKENDS WILL BE SPANNED"
003610     END-IF.
003620     PERFORM 1310-LOAD-HOLIDAY THRU 1310-EXIT
003630         UNTIL HC-AT-EOF.
003640     IF HC-FILE-PRESENT
003650         CLOSE HOLCAL
003660     END-IF.
003670 1300-EXIT.
003680     EXIT.

003690 1310-LOAD-HOLIDAY.
003700     READ HOLCAL
003710         AT END
003720             MOVE "Y" TO WS-HC-EOF-SW
003730             GO TO 1310-EXIT
003740     END-READ.
003750     IF WS-HOL-COUNT < WS-HOL-MAX
003760         ADD 1 TO WS-HOL-COUNT
003770         MOVE HC-DATE TO HT-DATE(WS-HOL-COUNT)
003780     ELSE
003790         IF NOT HOL-FULL-WARNED
003800             DISPLAY "INTACCR: HOLIDAY TABLE FULL AT "
003810                 WS-HOL-MAX " DATES - EXCESS IGNORED"
003820             MOVE "Y" TO WS-HOL-FULL-SW
003830         END-IF
003840     END-IF.
003850 1310-EXIT.
003860     EXIT.

003870*----------------------------------------------------------*
003880* 1400-SET-PERIOD - TONIGHT'S CLOSING BALANCE STANDS UNTIL  *
003890*                   THE NEXT WORKING DAY, SO IT EARNS FOR   *
003900*                   EVERY CALENDAR DAY UP TO THAT DATE. THE *
003910*                   NEXT WORKING DAY IS FOUND THE SAME WAY  *
003920*                   DATEROLL FINDS IT: DAY NUMBER 1 OF THE  *
003930*                   DATE INTEGER IS A MONDAY, SO REMAINDER  *
003940*                   6 IS SATURDAY AND REMAINDER 0 SUNDAY.   *
003950*----------------------------------------------------------*
003960 1400-SET-PERIOD.
003970     MOVE WS-BUS-DATE TO WS-NEXT-DATE.
003980     MOVE "N" TO WS-WORKDAY-SW.
003990     MOVE ZERO TO WS-SKIP-COUNT.
004000     PERFORM 1410-STEP-ONE-DAY THRU 1410-EXIT
004010         UNTIL WORKING-DAY-FOUND
004020         OR WS-SKIP-COUNT > WS-SKIP-LIMIT.
004030     IF NOT WORKING-DAY-FOUND
004040         DISPLAY "INTACCR: NO WORKING DAY FOUND WITHIN "
004050             WS-SKIP-LIMIT " DAYS OF " WS-BUS-DATE
004060         DISPLAY "INTACCR: HOLCAL CALENDAR IS SUSPECT - RUN"
004070         DISPLAY "REFUSED"
004080         STOP RUN
004090     END-IF.
004100     COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
004110     COMPUTE WS-ACCR-DAYS = WS-DATE-INT - WS-BUS-INT.
004120     DISPLAY "INTACCR: ACCRUING " WS-ACCR-DAYS
004130         " DAY(S) THROUGH " WS-NEXT-DATE.
004140 1400-EXIT.
004150     EXIT.

004160 1410-STEP-ONE-DAY.
004170     ADD 1 TO WS-SKIP-COUNT.
004180     COMPUTE WS-DATE-INT =
004190         FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) + 1.
004200     COMPUTE WS-NEXT-DATE =
004210         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
004220     DIVIDE WS-DATE-INT BY 7 GIVING WS-DOW-Q
004230         REMAINDER WS-DOW-R.
004240     IF WS-DOW-R = 6 OR WS-DOW-R = 0
004250         GO TO 1410-EXIT
004260     END-IF.
004270     PERFORM 1420-FIND-HOLIDAY THRU 1420-EXIT.
004280     IF DATE-IS-HOLIDAY
004290         GO TO 1410-EXIT
004300     END-IF.
004310     MOVE "Y" TO WS-WORKDAY-SW.
004320 1410-EXIT.
004330     EXIT.

004340 1420-FIND-HOLIDAY.
004350     MOVE "N" TO WS-HOL-SW.
004360     MOVE 1 TO WS-HOL-IDX.
004370     PERFORM 1430-SEARCH-STEP THRU 1430-EXIT
004380         UNTIL WS-HOL-IDX > WS-HOL-COUNT
004390         OR DATE-IS-HOLIDAY.
004400 1420-EXIT.
004410     EXIT.

004420 1430-SEARCH-STEP.
004430     IF HT-DATE(WS-HOL-IDX) = WS-NEXT-DATE
004440         MOVE "Y" TO WS-HOL-SW
004450     ELSE
004460         ADD 1 TO WS-HOL-IDX
004470     END-IF.
004480 1430-EXIT.
004490     EXIT.

004500*----------------------------------------------------------*
004510* 1500-VERIFY-SNAPSHOT - THE OPENBAL EXTRACT MUST END IN A  *
004520*                        TRAILER WHOSE COUNT AND TOTAL      *
004530*                        MATCH THE DETAILS READ, STAMPED    *
004540*                        WITH TODAY'S DATE, PROVING EODSNAP *
004550*                        HAS TAKEN TONIGHT'S CLOSING        *
004560*                        BALANCES. ANYTHING ELSE IS REFUSED *
004570*                        BEFORE A SINGLE ACCRUAL IS MADE.   *
004580*----------------------------------------------------------*
004590 1500-VERIFY-SNAPSHOT.
004600     OPEN INPUT OPENBAL.
004610     IF WS-OB-FS NOT = "00"
004620         DISPLAY "*** INTACCR REFUSED ***"
004630         DISPLAY "OPENBAL NOT AVAILABLE " WS-OB-FS
004640         DISPLAY "EODSNAP HAS NOT RUN TODAY - NO INTEREST HAS"
004650         DISPLAY "BEEN ACCRUED."
004660         STOP RUN
004670     END-IF.
004680     PERFORM 1510-READ-OPENBAL THRU 1510-EXIT
004690         UNTIL OB-AT-EOF.
004700     CLOSE OPENBAL.
004710     MOVE "N" TO WS-OB-EOF-SW.
004720     IF OB-TRAILER-SEEN
004730         AND WS-OB-TRL-COUNT = WS-OB-DTL-COUNT
004740         AND WS-OB-TRL-TOTAL = WS-OB-DTL-TOTAL
004750         AND WS-OB-TRL-DATE = WS-BUS-DATE
004760         GO TO 1500-EXIT
004770     END-IF.
004780     DISPLAY "*** INTACCR REFUSED ***".
004790     DISPLAY "OPENBAL EXTRACT FAILED VERIFICATION - TRAILER".
004800     DISPLAY "MISSING, STALE DATE, OR COUNT/TOTAL MISMATCH.".
004810     DISPLAY "DETAILS READ   : " WS-OB-DTL-COUNT.
004820     DISPLAY "TRAILER COUNT  : " WS-OB-TRL-COUNT.
004830     DISPLAY "DETAIL TOTAL   : " WS-OB-DTL-TOTAL.
004840     DISPLAY "TRAILER TOTAL  : " WS-OB-TRL-TOTAL.
004850     DISPLAY "TRAILER DATE   : " WS-OB-TRL-DATE.
004860     DISPLAY "NO INTEREST HAS BEEN ACCRUED.".
004870     STOP RUN.
004880 1500-EXIT.
004890     EXIT.

004900 1510-READ-OPENBAL.
004910     READ OPENBAL
004920         AT END
004930             MOVE "Y" TO WS-OB-EOF-SW
004940             GO TO 1510-EXIT
004950     END-READ.
004960     IF OB-TRAILER-REC
004970         MOVE "Y" TO WS-OB-TRAILER-SW
004980         MOVE OB-TRL-REC-COUNT TO WS-OB-TRL-COUNT
004990         MOVE OB-TRL-BAL-TOTAL TO WS-OB-TRL-TOTAL
005000         MOVE OB-BUS-DATE TO WS-OB-TRL-DATE
005010     ELSE
005020         ADD 1 TO WS-OB-DTL-COUNT
005030         ADD OB-BALANCE TO WS-OB-DTL-TOTAL
005040     END-IF.
005050 1510-EXIT.
005060     EXIT.

005061*----------------------------------------------------------*
005062* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
005063*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
005064*                     AND RECORD THE START OF THE RUN. THE  *
005065*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
005066*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
005067*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
005068*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
005069*                     COMPLETED.                            *
005070*----------------------------------------------------------*
005071 1900-LEDGER-START.
005072     OPEN INPUT RUNPREQ.
005073     IF WS-PQ-FS NOT = "00"
005074         DISPLAY "*** INTACCR REFUSED ***"
005075         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
005076             WS-PQ-FS
005077         STOP RUN
005078     END-IF.
005079     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
005080     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
005081         UNTIL RP-AT-EOF.
005082     CLOSE RUNPREQ.
005083     IF WS-RL-REFUSE-CNT > ZERO
005084         MOVE "R" TO WS-RL-NEW-STATUS
005085         PERFORM 1940-POST-START THRU 1940-EXIT
005086         CLOSE RUNLEDG
005087         DISPLAY "*** INTACCR REFUSED ***"
005088         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
005089             "DATE " WS-BUS-DATE
005090         STOP RUN
005091     END-IF.
005092     MOVE "S" TO WS-RL-NEW-STATUS.
005093     PERFORM 1940-POST-START THRU 1940-EXIT.
005094     CLOSE RUNLEDG.
005095 1900-EXIT.
005096     EXIT.

005097 1910-CHECK-PREREQ.
005098     READ RUNPREQ
005099         AT END
005100             MOVE "Y" TO WS-RP-EOF-SW
005101             GO TO 1910-EXIT
005102     END-READ.
005103     IF RP-STEP = WS-RL-STEP
005104         MOVE RP-PREREQ TO RL-STEP
005105         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
005106         IF RL-ON-FILE AND RL-COMPLETE
005107             GO TO 1910-EXIT
005108         END-IF
005109         IF NOT RL-ON-FILE AND RP-MONTH-END
005110             GO TO 1910-EXIT
005111         END-IF
005112         ADD 1 TO WS-RL-REFUSE-CNT
005113         MOVE SPACES TO WS-RL-MESSAGE
005114         STRING "AWAITING " RP-PREREQ
005115             DELIMITED BY SIZE INTO WS-RL-MESSAGE
005116         DISPLAY "INTACCR: " RP-PREREQ
005117             " HAS NOT COMPLETED FOR " WS-BUS-DATE
005118         GO TO 1910-EXIT
005119     END-IF.
005120     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
005121         MOVE RP-STEP TO RL-STEP
005122         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
005123         IF RL-ON-FILE AND RL-COMPLETE
005124             ADD 1 TO WS-RL-REFUSE-CNT
005125             MOVE SPACES TO WS-RL-MESSAGE
005126             STRING "OUT OF SEQUENCE AFTER " RP-STEP
005127                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
005128             DISPLAY "INTACCR: " RP-STEP
005129                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
005130         END-IF
005131     END-IF.
005132 1910-EXIT.
005133     EXIT.

005134 1920-READ-LEDGER.
005135     MOVE WS-BUS-DATE TO RL-BUS-DATE.
005136     MOVE "Y" TO WS-RL-FOUND-SW.
005137     READ RUNLEDG KEY IS RL-KEY
005138         INVALID KEY
005139             MOVE "N" TO WS-RL-FOUND-SW
005140     END-READ.
005141 1920-EXIT.
005142     EXIT.

005143 1930-OPEN-LEDGER.
005144     OPEN I-O RUNLEDG.
005145     IF WS-RL-FS NOT = "00"
005146         OPEN OUTPUT RUNLEDG
005147         IF WS-RL-FS NOT = "00"
005148             DISPLAY "INTACCR: ERROR OPENING RUNLEDG " WS-RL-FS
005149             STOP RUN
005150         END-IF
005151         CLOSE RUNLEDG
005152         OPEN I-O RUNLEDG
005153         IF WS-RL-FS NOT = "00"
005154             DISPLAY "INTACCR: ERROR REOPENING RUNLEDG " WS-RL-FS
005155             STOP RUN
005156         END-IF
005157     END-IF.
005158 1930-EXIT.
005159     EXIT.

005160*----------------------------------------------------------*
005161* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
005162*                   ENTRY FOR TODAY AS STARTED (S) OR       *
005163*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
005164*                   EARLIER CLEAN COMPLETION STANDING.      *
005165*----------------------------------------------------------*
005166 1940-POST-START.
005167     MOVE WS-RL-STEP TO RL-STEP.
005168     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
005169     IF RL-ON-FILE AND RL-COMPLETE
005170         AND WS-RL-NEW-STATUS = "R"
005171         GO TO 1940-EXIT
005172     END-IF.
005173     IF NOT RL-ON-FILE
005174         INITIALIZE RUNLEDG-REC
005175         MOVE WS-BUS-DATE TO RL-BUS-DATE
005176         MOVE WS-RL-STEP TO RL-STEP
005177     END-IF.
005178     ADD 1 TO RL-RUN-COUNT.
005179     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
005180     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
005181     ACCEPT RL-START-TIME FROM TIME.
005182     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
005183     INITIALIZE RL-COUNTS.
005184     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
005185     IF RL-ON-FILE
005186         REWRITE RUNLEDG-REC
005187             INVALID KEY
005188                 DISPLAY "INTACCR: RUNLEDG REWRITE FAILED "
005189                     WS-RL-FS
005190         END-REWRITE
005191     ELSE
005192         WRITE RUNLEDG-REC
005193             INVALID KEY
005194                 DISPLAY "INTACCR: RUNLEDG WRITE FAILED " WS-RL-FS
005195         END-WRITE
005196     END-IF.
005197 1940-EXIT.
005198     EXIT.

005199*----------------------------------------------------------*
005200* 2000-ACCRUE-ACCOUNT - READ ONE OPENBAL DETAIL AND ADD THE *
005201*                       PERIOD'S INTEREST ON ITS CLOSING    *
005202*                       BALANCE TO THE ACCOUNT'S ACCRUAL.   *
005203*                       EVERY ACCRUAL ON FILE, ACCRUED      *
005204*                       TONIGHT OR NOT, COUNTS TOWARDS THE  *
005205*                       LIABILITY FOR ITS TYPE.             *
005206*----------------------------------------------------------*
005207 2000-ACCRUE-ACCOUNT.
005208     READ OPENBAL
005209         AT END
005210             MOVE "Y" TO WS-OB-EOF-SW
005211             GO TO 2000-EXIT
005214     END-READ.
005217     IF OB-TRAILER-REC
005220         GO TO 2000-EXIT
005230     END-IF.
005240     ADD 1 TO WS-READ-CNT.
005250     MOVE ZERO TO WS-DAY-INTEREST.
005260     MOVE OB-ACCT-TYPE TO WS-SEARCH-TYPE.
005270     PERFORM 2400-FIND-TYPE-ENTRY THRU 2400-EXIT.
005280     PERFORM 2200-GET-ACCRUAL THRU 2200-EXIT.
005290     IF ACCRUAL-ON-FILE
005300         AND AC-LAST-ACCR-DATE NOT < WS-BUS-DATE
005310         ADD 1 TO WS-ALREADY-CNT
005320         GO TO 2000-TALLY
005330     END-IF.
005340     MOVE OB-ACCT-NO TO ACCT-NO.
005350     READ ACCOUNT1 KEY IS ACCT-NO
005360         INVALID KEY
005370             ADD 1 TO WS-SKIP-CNT
005380             GO TO 2000-TALLY
005390     END-READ.
005400     IF ACCT-INACTIVE OR OB-BALANCE NOT > ZERO
005410         ADD 1 TO WS-SKIP-CNT
005420         GO TO 2000-TALLY
005430     END-IF.
005440     PERFORM 2100-LOOKUP-RATE THRU 2100-EXIT.
005450     IF NOT RATE-FOUND OR WS-ACCR-RATE = ZERO
005460         ADD 1 TO WS-NORATE-CNT
005470         GO TO 2000-TALLY
005480     END-IF.
005490     COMPUTE WS-DAY-INTEREST ROUNDED =
005500         OB-BALANCE * WS-ACCR-RATE * WS-ACCR-DAYS
005510             / WS-DAY-BASIS.
005520     PERFORM 2300-POST-ACCRUAL THRU 2300-EXIT.
005530 2000-TALLY.
005540     IF WS-TYPE-IDX > ZERO
005550         ADD WS-DAY-INTEREST TO TT-TODAY-TOTAL(WS-TYPE-IDX)
005560         IF ACCRUAL-ON-FILE
005570             ADD AC-ACCRUED TO TT-LIAB-TOTAL(WS-TYPE-IDX)
005580         END-IF
005590     END-IF.
005600     ADD WS-DAY-INTEREST TO WS-TOTAL-TODAY.
005610     IF ACCRUAL-ON-FILE
005620         ADD AC-ACCRUED TO WS-TOTAL-LIAB
005630     END-IF.
005640 2000-EXIT.
005650     EXIT.

005660*----------------------------------------------------------*
005670* 2100-LOOKUP-RATE - THE RATE FOR THE ACCOUNT'S TYPE IS THE *
005680*                    RATETBL ENTRY WITH THE LATEST          *
005690*                    EFFECTIVE DATE ON OR BEFORE THE        *
005700*                    BUSINESS DATE. NO ENTRY MEANS THE TYPE *
005710*                    EARNS NO INTEREST.                     *
005720*----------------------------------------------------------*
005730 2100-LOOKUP-RATE.
005740     MOVE "N" TO WS-RATE-SW.
005750     MOVE ZERO TO WS-ACCR-RATE.
005760     MOVE ZERO TO WS-BEST-EFF-DATE.
005770     MOVE 1 TO WS-RATE-IDX.
005780     PERFORM 2110-SEARCH-STEP THRU 2110-EXIT
005790         UNTIL WS-RATE-IDX > WS-RATE-COUNT.
005800 2100-EXIT.
005810     EXIT.

005820 2110-SEARCH-STEP.
005830     IF RR-ACCT-TYPE(WS-RATE-IDX) = OB-ACCT-TYPE
005840         AND RR-EFF-DATE(WS-RATE-IDX) NOT > WS-BUS-DATE
005850         AND RR-EFF-DATE(WS-RATE-IDX) NOT < WS-BEST-EFF-DATE
005860         MOVE "Y" TO WS-RATE-SW
005870         MOVE RR-EFF-DATE(WS-RATE-IDX) TO WS-BEST-EFF-DATE
005880         MOVE RR-ANNUAL-RATE(WS-RATE-IDX) TO WS-ACCR-RATE
005890     END-IF.
005900     ADD 1 TO WS-RATE-IDX.
005910 2110-EXIT.
005920     EXIT.

005930*----------------------------------------------------------*
005940* 2200-GET-ACCRUAL - FETCH THE ACCOUNT'S ACCRMST RECORD.    *
005950*                    AN ACCOUNT WITH NONE STARTS FROM ZERO; *
005960*                    ITS RECORD IS ONLY WRITTEN ONCE IT     *
005970*                    ACTUALLY ACCRUES.                      *
005980*----------------------------------------------------------*
005990 2200-GET-ACCRUAL.
006000     MOVE "Y" TO WS-ACCR-SW.
006010     MOVE OB-ACCT-NO TO AC-ACCT-NO.
006020     READ ACCRMST KEY IS AC-ACCT-NO
006030         INVALID KEY
006040             MOVE "N" TO WS-ACCR-SW
006050     END-READ.
006060     IF NOT ACCRUAL-ON-FILE
006070         MOVE OB-ACCT-NO TO AC-ACCT-NO
006080         MOVE OB-ACCT-TYPE TO AC-ACCT-TYPE
006090         MOVE ZERO TO AC-ACCRUED
006100         MOVE ZERO TO AC-LAST-RATE
006110         MOVE ZERO TO AC-LAST-ACCR-DATE
006120         MOVE ZERO TO AC-LAST-ACCR-AMT
006130         MOVE ZERO TO AC-LAST-PAID-DATE
006140         MOVE ZERO TO AC-LAST-PAID-AMT
006150     END-IF.
006160 2200-EXIT.
006170     EXIT.

006180*----------------------------------------------------------*
006190* 2300-POST-ACCRUAL - ADD THE PERIOD'S INTEREST TO THE      *
006200*                     ACCRUAL AND STAMP THE DATE AND RATE,  *
006210*                     WRITING A NEW RECORD OR REWRITING THE *
006220*                     EXISTING ONE.                         *
006230*----------------------------------------------------------*
006240 2300-POST-ACCRUAL.
006250     MOVE OB-ACCT-TYPE TO AC-ACCT-TYPE.
006260     ADD WS-DAY-INTEREST TO AC-ACCRUED.
006270     MOVE WS-ACCR-RATE TO AC-LAST-RATE.
006280     MOVE WS-BUS-DATE TO AC-LAST-ACCR-DATE.
006290     MOVE WS-DAY-INTEREST TO AC-LAST-ACCR-AMT.
006300     IF ACCRUAL-ON-FILE
006310         REWRITE ACCR-REC
006320             INVALID KEY
006330                 DISPLAY "INTACCR: ACCRMST REWRITE FAILED "
006340                     AC-ACCT-NO
006350                 MOVE ZERO TO WS-DAY-INTEREST
006360                 ADD 1 TO WS-SKIP-CNT
006370                 GO TO 2300-EXIT
006380         END-REWRITE
006390     ELSE
006400         WRITE ACCR-REC
006410             INVALID KEY
006420                 DISPLAY "INTACCR: ACCRMST WRITE FAILED "
006430                     AC-ACCT-NO
006440                 MOVE ZERO TO WS-DAY-INTEREST
006450                 ADD 1 TO WS-SKIP-CNT
006460                 GO TO 2300-EXIT
006470         END-WRITE
006480         MOVE "Y" TO WS-ACCR-SW
006490     END-IF.
006500     ADD 1 TO WS-ACCRUED-CNT.
006510     IF WS-TYPE-IDX > ZERO
006520         ADD 1 TO TT-ACCR-COUNT(WS-TYPE-IDX)
006530         ADD OB-BALANCE TO TT-BAL-TOTAL(WS-TYPE-IDX)
006540         MOVE WS-ACCR-RATE TO TT-RATE(WS-TYPE-IDX)
006550     END-IF.
006560     ADD OB-BALANCE TO WS-TOTAL-BAL.
006570 2300-EXIT.
006580     EXIT.

006590*----------------------------------------------------------*
006600* 2400-FIND-TYPE-ENTRY - LOCATE OR ADD THE TYPE TABLE ENTRY *
006610*                        FOR WS-SEARCH-TYPE; RESULT IN      *
006620*                        WS-TYPE-IDX, ZERO IF THE TABLE IS  *
006630*                        FULL.                              *
006640*----------------------------------------------------------*
006650 2400-FIND-TYPE-ENTRY.
006660     MOVE "N" TO WS-FOUND-SW.
006670     MOVE 1 TO WS-TYPE-IDX.
006680     PERFORM 2410-SEARCH-STEP THRU 2410-EXIT
006690         UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
006700         OR TYPE-FOUND.
006710     IF TYPE-FOUND
006720         GO TO 2400-EXIT
006730     END-IF.
006740     IF WS-TYPE-COUNT < WS-TYPE-MAX
006750         ADD 1 TO WS-TYPE-COUNT
006760         MOVE WS-TYPE-COUNT TO WS-TYPE-IDX
006770         MOVE WS-SEARCH-TYPE TO TT-ACCT-TYPE(WS-TYPE-IDX)
006780         MOVE ZERO TO TT-ACCR-COUNT(WS-TYPE-IDX)
006790         MOVE ZERO TO TT-BAL-TOTAL(WS-TYPE-IDX)
006800         MOVE ZERO TO TT-RATE(WS-TYPE-IDX)
006810         MOVE ZERO TO TT-TODAY-TOTAL(WS-TYPE-IDX)
006820         MOVE ZERO TO TT-LIAB-TOTAL(WS-TYPE-IDX)
006830     ELSE
006840         MOVE ZERO TO WS-TYPE-IDX
006850         IF NOT TYPE-FULL-WARNED
006860             DISPLAY "INTACCR: TYPE TABLE FULL AT "
006870                 WS-TYPE-MAX " TYPES - EXCESS NOT ANALYSED"
006880             MOVE "Y" TO WS-TYPE-FULL-SW
006890         END-IF
006900     END-IF.
006910 2400-EXIT.
006920     EXIT.

006930 2410-SEARCH-STEP.
006940     IF TT-ACCT-TYPE(WS-TYPE-IDX) = WS-SEARCH-TYPE
006950         MOVE "Y" TO WS-FOUND-SW
006960     ELSE
006970         ADD 1 TO WS-TYPE-IDX
006980     END-IF.
006990 2410-EXIT.
007000     EXIT.

007010*----------------------------------------------------------*
007020* 6000-WRITE-SUMMARY - ONE LINE PER ACCT-TYPE WITH THE      *
007030*                      BALANCE ACCRUING, RATE, TONIGHT'S    *
007040*                      ACCRUAL AND THE ACCRUED LIABILITY,   *
007050*                      THEN THE GRAND TOTAL AND RUN COUNTS. *
007060*----------------------------------------------------------*
007070 6000-WRITE-SUMMARY.
007080     MOVE WS-COLHDR-LINE TO RPT-LINE.
007090     WRITE RPT-LINE.
007100     MOVE 1 TO WS-TYPE-IDX.
007110     PERFORM 6100-TYPE-LINE THRU 6100-EXIT
007120         UNTIL WS-TYPE-IDX > WS-TYPE-COUNT.
007130     MOVE ALL "-" TO RPT-LINE.
007140     WRITE RPT-LINE.
007150     MOVE "*" TO WS-TL-ACCT-TYPE.
007160     MOVE WS-ACCRUED-CNT TO WS-TL-COUNT.
007170     MOVE WS-TOTAL-BAL TO WS-TL-BALANCE.
007180     MOVE ZERO TO WS-TL-RATE.
007190     MOVE WS-TOTAL-TODAY TO WS-TL-TODAY.
007200     MOVE WS-TOTAL-LIAB TO WS-TL-LIAB.
007210     MOVE WS-TYPE-LINE TO RPT-LINE.
007220     WRITE RPT-LINE.
007230     MOVE SPACES TO RPT-LINE.
007240     WRITE RPT-LINE.
007250     MOVE "ACCOUNTS ON EXTRACT          :" TO WS-SL-LABEL.
007260     MOVE WS-READ-CNT TO WS-SL-COUNT.
007270     MOVE WS-SUM-LINE TO RPT-LINE.
007280     WRITE RPT-LINE.
007290     MOVE "ACCOUNTS ACCRUED TONIGHT     :" TO WS-SL-LABEL.
007300     MOVE WS-ACCRUED-CNT TO WS-SL-COUNT.
007310     MOVE WS-SUM-LINE TO RPT-LINE.
007320     WRITE RPT-LINE.
007330     MOVE "ALREADY ACCRUED FOR THIS DATE:" TO WS-SL-LABEL.
007340     MOVE WS-ALREADY-CNT TO WS-SL-COUNT.
007350     MOVE WS-SUM-LINE TO RPT-LINE.
007360     WRITE RPT-LINE.
007370     MOVE "NO RATE IN EFFECT FOR TYPE   :" TO WS-SL-LABEL.
007380     MOVE WS-NORATE-CNT TO WS-SL-COUNT.
007390     MOVE WS-SUM-LINE TO RPT-LINE.
007400     WRITE RPT-LINE.
007410     MOVE "CLOSED/ZERO BALANCE/NOT FOUND:" TO WS-SL-LABEL.
007420     MOVE WS-SKIP-CNT TO WS-SL-COUNT.
007430     MOVE WS-SUM-LINE TO RPT-LINE.
007440     WRITE RPT-LINE.
007450 6000-EXIT.
007460     EXIT.

007470 6100-TYPE-LINE.
007480     MOVE TT-ACCT-TYPE(WS-TYPE-IDX) TO WS-TL-ACCT-TYPE.
007490     MOVE TT-ACCR-COUNT(WS-TYPE-IDX) TO WS-TL-COUNT.
007500     MOVE TT-BAL-TOTAL(WS-TYPE-IDX) TO WS-TL-BALANCE.
007510     MOVE TT-RATE(WS-TYPE-IDX) TO WS-TL-RATE.
007520     MOVE TT-TODAY-TOTAL(WS-TYPE-IDX) TO WS-TL-TODAY.
007530     MOVE TT-LIAB-TOTAL(WS-TYPE-IDX) TO WS-TL-LIAB.
007540     MOVE WS-TYPE-LINE TO RPT-LINE.
007550     WRITE RPT-LINE.
007560     ADD 1 TO WS-TYPE-IDX.
007570 6100-EXIT.
007580     EXIT.

007590*----------------------------------------------------------*
007600* 8000-FINALIZE - CLOSE FILES AND PRINT THE RUN SUMMARY.    *
007610*----------------------------------------------------------*
007620 8000-FINALIZE.
007630     DISPLAY "INTACCR - DAILY INTEREST ACCRUAL SUMMARY".
007640     DISPLAY "ACCOUNTS ON EXTRACT  : " WS-READ-CNT.
007650     DISPLAY "ACCOUNTS ACCRUED     : " WS-ACCRUED-CNT.
007660     DISPLAY "ALREADY ACCRUED      : " WS-ALREADY-CNT.
007670     DISPLAY "NO RATE IN EFFECT    : " WS-NORATE-CNT.
007680     DISPLAY "NOT ELIGIBLE         : " WS-SKIP-CNT.
007690     DISPLAY "ACCRUED TONIGHT      : " WS-TOTAL-TODAY.
007700     DISPLAY "ACCRUED LIABILITY    : " WS-TOTAL-LIAB.
007710     CLOSE OPENBAL ACCOUNT1 ACCRMST ACCRRPT.
007720 8000-EXIT.
007730     EXIT.

007740*----------------------------------------------------------*
007750* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
007760*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
007770*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
007780*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
007790*----------------------------------------------------------*
007800 8900-LEDGER-END.
007805     INITIALIZE WS-RL-COUNTS.
007810     MOVE "READ" TO WS-RL-CNT-LABEL(1).
007820     MOVE WS-READ-CNT TO WS-RL-CNT-VALUE(1).
007830     MOVE "ACCRUED" TO WS-RL-CNT-LABEL(2).
007840     MOVE WS-ACCRUED-CNT TO WS-RL-CNT-VALUE(2).
007850     MOVE "ALREADY" TO WS-RL-CNT-LABEL(3).
007860     MOVE WS-ALREADY-CNT TO WS-RL-CNT-VALUE(3).
007870     MOVE "NO-RATE" TO WS-RL-CNT-LABEL(4).
007880     MOVE WS-NORATE-CNT TO WS-RL-CNT-VALUE(4).
007890     IF WS-NORATE-CNT > ZERO
007900         MOVE 4 TO WS-RL-RC
007910     END-IF.
007920     OPEN I-O RUNLEDG.
007930     IF WS-RL-FS NOT = "00"
007940         DISPLAY "INTACCR: RUNLEDG NOT AVAILABLE " WS-RL-FS
007950         DISPLAY "INTACCR: END OF RUN NOT RECORDED"
007960         GO TO 8900-EXIT
007970     END-IF.
007980     MOVE WS-RL-STEP TO RL-STEP.
007990     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
008000     IF NOT RL-ON-FILE
008010         INITIALIZE RUNLEDG-REC
008020         MOVE WS-BUS-DATE TO RL-BUS-DATE
008030         MOVE WS-RL-STEP TO RL-STEP
008040         MOVE 1 TO RL-RUN-COUNT
008050     END-IF.
008060     IF WS-RL-RC < 8
008070         MOVE "C" TO RL-STATUS
008080     ELSE
008090         MOVE "F" TO RL-STATUS
008100     END-IF.
008110     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
008120     ACCEPT RL-END-TIME FROM TIME.
008130     MOVE WS-RL-RC TO RL-RETURN-CODE.
008140     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
008150     MOVE WS-RL-COUNTS TO RL-COUNTS.
008160     IF RL-ON-FILE
008170         REWRITE RUNLEDG-REC
008180             INVALID KEY
008190                 DISPLAY "INTACCR: RUNLEDG REWRITE FAILED "
008200                     WS-RL-FS
008210         END-REWRITE
008220     ELSE
008230         WRITE RUNLEDG-REC
008240             INVALID KEY
008250                 DISPLAY "INTACCR: RUNLEDG WRITE FAILED " WS-RL-FS
008260         END-WRITE
008270     END-IF.
008280     CLOSE RUNLEDG.
008290 8900-EXIT.
008300     EXIT.
