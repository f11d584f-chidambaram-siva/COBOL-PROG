000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PENDRPT.
000120 AUTHOR. D L SYSTEMS GROUP.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160 REMARKS. DAILY MAKER-CHECKER REPORT. FOR EACH MAINTENANCE
000170     TYPE (ACCOUNT, CUSTOMER, HOLD, STANDING ORDER) LISTS
000180     EVERY CHANGE STILL AWAITING APPROVAL, EVERY APPROVED
000190     CHANGE NOT YET APPLIED, AND THE CHANGES DECLINED,
000200     EXPIRED OR APPLIED ON THE BUSINESS DATE, WITH THE
000210     MAKER AND CHECKER OF EACH. RUN AFTER THE MAINTENANCE
000220     PROGRAMS. PENDMST IS READ ONLY.
000230*----------------------------------------------------------*
000240* MODIFICATION HISTORY                                      *
000250*  DATE      BY   DESCRIPTION                                *
000260*  10/15/26  DLS  INITIAL VERSION.                           *
000262*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000264*                 RUNPREQ AT START; START, END, RETURN       *
000266*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PENDMST ASSIGN TO PENDMST
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS PN-PEND-ID
000350         FILE STATUS IS WS-PN-FS.
000360
000370     SELECT PENDLIST ASSIGN TO PENDLIST
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-RPT-FS.
000400
000410     SELECT BUSDATE ASSIGN TO BUSDATE
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-BD-FS.
000440
000441     SELECT RUNPREQ ASSIGN TO RUNPREQ
000442         ORGANIZATION IS SEQUENTIAL
000443         FILE STATUS IS WS-PQ-FS.
000444
000445     SELECT RUNLEDG ASSIGN TO RUNLEDG
000446         ORGANIZATION IS INDEXED
000447         ACCESS MODE IS DYNAMIC
000448         RECORD KEY IS RL-KEY
000449         FILE STATUS IS WS-RL-FS.
000450
000455 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PENDMST.
000480 01  PEND-REC.
000490     COPY PENDREC.
000500
000510 FD  PENDLIST.
000520 01  RPT-LINE PIC X(132).
000530
000540 FD  BUSDATE.
000550 01  BUSDATE-REC.
000560     COPY BUSDTREC.
000570
000571 FD  RUNPREQ.
000572 01  RUNPREQ-REC.
000573     COPY RUNPREQREC.
000574
000575 FD  RUNLEDG.
000576 01  RUNLEDG-REC.
000577     COPY RUNLEDREC.
000578
000580 WORKING-STORAGE SECTION.
000590 01  WS-PN-FS PIC X(02).
000600     88 PN-FILE-OK VALUE "00".
000610 01  WS-RPT-FS PIC X(02).
000620 01  WS-BD-FS PIC X(02).
000630 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.
000640
000650 01  WS-SCAN-EOF-SW PIC X(01) VALUE "N".
000660     88 SCAN-AT-EOF VALUE "Y".
000670 01  WS-LIST-SW PIC X(01) VALUE "N".
000680     88 LIST-THIS-ITEM VALUE "Y".
000690
000700*    MAINTENANCE TYPES IN REPORT ORDER
000710 01  WS-TYPE-VALUES.
000720     05 FILLER PIC X(44)
000730         VALUE "ACCTACCOUNT MAINTENANCE - CTLCARD           ".
000740     05 FILLER PIC X(44)
000750         VALUE "CUSTCUSTOMER MAINTENANCE - CUSTCARD         ".
000760     05 FILLER PIC X(44)
000770         VALUE "HOLDFUNDS HOLD MAINTENANCE - HOLDCARD       ".
000780     05 FILLER PIC X(44)
000790         VALUE "SORDSTANDING ORDER MAINTENANCE - SOCARD     ".
000800 01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
000810     05 WS-TYPE-ENTRY OCCURS 4 TIMES.
000820        10 WS-TT-CODE PIC X(04).
000830        10 WS-TT-TITLE PIC X(40).
000840 01  WS-TYPE-IX PIC 9(02) COMP VALUE ZERO.
000850
000860 01  WS-TYPE-COUNTS.
000870     05 WS-TC-PENDING PIC 9(05) COMP.
000880     05 WS-TC-AWAITING PIC 9(05) COMP.
000890     05 WS-TC-DECLINED PIC 9(05) COMP.
000900     05 WS-TC-EXPIRED PIC 9(05) COMP.
000910     05 WS-TC-APPLIED PIC 9(05) COMP.
000920     05 WS-TC-FAILED PIC 9(05) COMP.
000930 01  WS-GRAND-COUNTS.
000940     05 WS-GC-PENDING PIC 9(05) COMP VALUE ZERO.
000950     05 WS-GC-AWAITING PIC 9(05) COMP VALUE ZERO.
000960     05 WS-GC-DECLINED PIC 9(05) COMP VALUE ZERO.
000970     05 WS-GC-EXPIRED PIC 9(05) COMP VALUE ZERO.
000980     05 WS-GC-APPLIED PIC 9(05) COMP VALUE ZERO.
000990     05 WS-GC-FAILED PIC 9(05) COMP VALUE ZERO.
001000
001010 01  WS-TITLE-LINE.
001020     05 FILLER PIC X(02) VALUE SPACES.
001030     05 WS-TL-TITLE PIC X(40).
001040     05 FILLER PIC X(90) VALUE SPACES.
001050
001060 01  WS-COLHDR-LINE.
001070     05 FILLER PIC X(02) VALUE SPACES.
001080     05 FILLER PIC X(14) VALUE "PENDING ID".
001090     05 FILLER PIC X(05) VALUE "ACT".
001100     05 FILLER PIC X(12) VALUE "ITEM KEY".
001110     05 FILLER PIC X(10) VALUE "KEYED".
001120     05 FILLER PIC X(10) VALUE "MAKER".
001130     05 FILLER PIC X(10) VALUE "CHECKER".
001140     05 FILLER PIC X(10) VALUE "DECIDED".
001150     05 FILLER PIC X(27) VALUE "STATUS".
001160     05 FILLER PIC X(32) VALUE "RESULT / REASON".
001170
001180 01  WS-DTL-LINE.
001190     05 FILLER PIC X(02) VALUE SPACES.
001200     05 WS-DL-PEND-ID PIC X(12).
001210     05 FILLER PIC X(02) VALUE SPACES.
001220     05 WS-DL-ACTION PIC X(01).
001230     05 FILLER PIC X(04) VALUE SPACES.
001240     05 WS-DL-KEY PIC X(10).
001250     05 FILLER PIC X(02) VALUE SPACES.
001260     05 WS-DL-KEYED PIC X(08).
001270     05 FILLER PIC X(02) VALUE SPACES.
001280     05 WS-DL-MAKER PIC X(08).
001290     05 FILLER PIC X(02) VALUE SPACES.
001300     05 WS-DL-CHECKER PIC X(08).
001310     05 FILLER PIC X(02) VALUE SPACES.
001320     05 WS-DL-DECIDED PIC X(08).
001330     05 FILLER PIC X(02) VALUE SPACES.
001340     05 WS-DL-STATUS PIC X(25).
001350     05 FILLER PIC X(02) VALUE SPACES.
001360     05 WS-DL-RESULT PIC X(25).
001370     05 FILLER PIC X(07) VALUE SPACES.
001380
001390 01  WS-SUM-LINE.
001400     05 FILLER PIC X(04) VALUE SPACES.
001410     05 WS-SL-LABEL PIC X(30).
001420     05 WS-SL-COUNT PIC ZZZZ9.
001430     05 FILLER PIC X(93) VALUE SPACES.
001440
001441 01  WS-PQ-FS PIC X(02).
001442 01  WS-RL-FS PIC X(02).
001443 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
001444     88 RP-AT-EOF VALUE "Y".
001445 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
001446     88 RL-ON-FILE VALUE "Y".
001447 01  WS-RL-STEP PIC X(10) VALUE "PENDRPT".
001448 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
001449 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
001450 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
001451 01  WS-RL-RC PIC 9(04) VALUE ZERO.
001452 01  WS-RL-COUNTS.
001453     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
001454        10 WS-RL-CNT-LABEL PIC X(10).
001455        10 WS-RL-CNT-VALUE PIC 9(09).
001456
001457 PROCEDURE DIVISION.
001460
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001490     PERFORM 2000-REPORT-TYPE THRU 2000-EXIT
001500         VARYING WS-TYPE-IX FROM 1 BY 1
001510         UNTIL WS-TYPE-IX > 4.
001520     PERFORM 7500-WRITE-GRAND-TOTAL THRU 7500-EXIT.
001530     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001535     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001540     STOP RUN.
001550
001560*----------------------------------------------------------*
001570* 1000-INITIALIZE - BUSINESS DATE, OPEN FILES, PAGE HEADING.*
001580*----------------------------------------------------------*
001590 1000-INITIALIZE.
001600     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001605     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001610     OPEN INPUT PENDMST.
001620     IF NOT PN-FILE-OK
001630         DISPLAY "PENDRPT: ERROR OPENING PENDMST " WS-PN-FS
001640         STOP RUN
001650     END-IF.
001660     OPEN OUTPUT PENDLIST.
001670     IF WS-RPT-FS NOT = "00"
001680         DISPLAY "PENDRPT: ERROR OPENING PENDLIST " WS-RPT-FS
001690         STOP RUN
001700     END-IF.
001710     MOVE SPACES TO RPT-LINE.
001720     STRING "PENDRPT - MAINTENANCE CHANGES AWAITING OR DECIDED "
001730         "- BUSINESS DATE " WS-BUS-DATE
001740         DELIMITED BY SIZE INTO RPT-LINE.
001750     WRITE RPT-LINE.
001760 1000-EXIT.
001770     EXIT.
001780
001790*----------------------------------------------------------*
001800* 1100-READ-BUSDATE - PICK UP THE CURRENT BUSINESS DATE.    *
001810*                     NO BATCH PROGRAM MAY RUN WITHOUT IT.  *
001820*----------------------------------------------------------*
001830 1100-READ-BUSDATE.
001840     OPEN INPUT BUSDATE.
001850     IF WS-BD-FS NOT = "00"
001860         DISPLAY "PENDRPT: BUSDATE NOT AVAILABLE " WS-BD-FS
001870         DISPLAY "PENDRPT: RUN CANNOT START WITHOUT A"
001880         DISPLAY "BUSINESS DATE"
001890         STOP RUN
001900     END-IF.
001910     READ BUSDATE
001920         AT END
001930             DISPLAY "PENDRPT: BUSDATE FILE IS EMPTY"
001940             CLOSE BUSDATE
001950             STOP RUN
001960         NOT AT END
001970             MOVE BD-BUS-DATE TO WS-BUS-DATE
001980     END-READ.
001990     CLOSE BUSDATE.
002000     DISPLAY "PENDRPT: BUSINESS DATE " WS-BUS-DATE.
002010 1100-EXIT.
002020     EXIT.
002030
002031*----------------------------------------------------------*
002032* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
002033*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
002034*                     AND RECORD THE START OF THE RUN. THE  *
002035*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
002036*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
002037*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
002038*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
002039*                     COMPLETED.                            *
002040*----------------------------------------------------------*
002041 1900-LEDGER-START.
002042     OPEN INPUT RUNPREQ.
002043     IF WS-PQ-FS NOT = "00"
002044         DISPLAY "*** PENDRPT REFUSED ***"
002045         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
002046             WS-PQ-FS
002047         STOP RUN
002048     END-IF.
002049     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
002050     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
002051         UNTIL RP-AT-EOF.
002052     CLOSE RUNPREQ.
002053     IF WS-RL-REFUSE-CNT > ZERO
002054         MOVE "R" TO WS-RL-NEW-STATUS
002055         PERFORM 1940-POST-START THRU 1940-EXIT
002056         CLOSE RUNLEDG
002057         DISPLAY "*** PENDRPT REFUSED ***"
002058         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
002059             "DATE " WS-BUS-DATE
002060         STOP RUN
002061     END-IF.
002062     MOVE "S" TO WS-RL-NEW-STATUS.
002063     PERFORM 1940-POST-START THRU 1940-EXIT.
002064     CLOSE RUNLEDG.
002065 1900-EXIT.
002066     EXIT.
002067
002068 1910-CHECK-PREREQ.
002069     READ RUNPREQ
002070         AT END
002071             MOVE "Y" TO WS-RP-EOF-SW
002072             GO TO 1910-EXIT
002073     END-READ.
002074     IF RP-STEP = WS-RL-STEP
002075         MOVE RP-PREREQ TO RL-STEP
002076         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002077         IF RL-ON-FILE AND RL-COMPLETE
002078             GO TO 1910-EXIT
002079         END-IF
002080         IF NOT RL-ON-FILE AND RP-MONTH-END
002081             GO TO 1910-EXIT
002082         END-IF
002083         ADD 1 TO WS-RL-REFUSE-CNT
002084         MOVE SPACES TO WS-RL-MESSAGE
002085         STRING "AWAITING " RP-PREREQ
002086             DELIMITED BY SIZE INTO WS-RL-MESSAGE
002087         DISPLAY "PENDRPT: " RP-PREREQ
002088             " HAS NOT COMPLETED FOR " WS-BUS-DATE
002089         GO TO 1910-EXIT
002090     END-IF.
002091     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
002092         MOVE RP-STEP TO RL-STEP
002093         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002094         IF RL-ON-FILE AND RL-COMPLETE
002095             ADD 1 TO WS-RL-REFUSE-CNT
002096             MOVE SPACES TO WS-RL-MESSAGE
002097             STRING "OUT OF SEQUENCE AFTER " RP-STEP
002098                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
002099             DISPLAY "PENDRPT: " RP-STEP
002100                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
002101         END-IF
002102     END-IF.
002103 1910-EXIT.
002104     EXIT.
002105
002106 1920-READ-LEDGER.
002107     MOVE WS-BUS-DATE TO RL-BUS-DATE.
002108     MOVE "Y" TO WS-RL-FOUND-SW.
002109     READ RUNLEDG KEY IS RL-KEY
002110         INVALID KEY
002111             MOVE "N" TO WS-RL-FOUND-SW
002112     END-READ.
002113 1920-EXIT.
002114     EXIT.
002115
002116 1930-OPEN-LEDGER.
002117     OPEN I-O RUNLEDG.
002118     IF WS-RL-FS NOT = "00"
002119         OPEN OUTPUT RUNLEDG
002120         IF WS-RL-FS NOT = "00"
002121             DISPLAY "PENDRPT: ERROR OPENING RUNLEDG " WS-RL-FS
002122             STOP RUN
002123         END-IF
002124         CLOSE RUNLEDG
002125         OPEN I-O RUNLEDG
002126         IF WS-RL-FS NOT = "00"
002127             DISPLAY "PENDRPT: ERROR REOPENING RUNLEDG " WS-RL-FS
002128             STOP RUN
002129         END-IF
002130     END-IF.
002131 1930-EXIT.
002132     EXIT.
002133
002134*----------------------------------------------------------*
002135* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
002136*                   ENTRY FOR TODAY AS STARTED (S) OR       *
002137*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
002138*                   EARLIER CLEAN COMPLETION STANDING.      *
002139*----------------------------------------------------------*
002140 1940-POST-START.
002141     MOVE WS-RL-STEP TO RL-STEP.
002142     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
002143     IF RL-ON-FILE AND RL-COMPLETE
002144         AND WS-RL-NEW-STATUS = "R"
002145         GO TO 1940-EXIT
002146     END-IF.
002147     IF NOT RL-ON-FILE
002148         INITIALIZE RUNLEDG-REC
002149         MOVE WS-BUS-DATE TO RL-BUS-DATE
002150         MOVE WS-RL-STEP TO RL-STEP
002151     END-IF.
002152     ADD 1 TO RL-RUN-COUNT.
002153     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
002154     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
002155     ACCEPT RL-START-TIME FROM TIME.
002156     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
002157     INITIALIZE RL-COUNTS.
002158     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
002159     IF RL-ON-FILE
002160         REWRITE RUNLEDG-REC
002161             INVALID KEY
002162                 DISPLAY "PENDRPT: RUNLEDG REWRITE FAILED "
002163                     WS-RL-FS
002164         END-REWRITE
002165     ELSE
002166         WRITE RUNLEDG-REC
002167             INVALID KEY
002168                 DISPLAY "PENDRPT: RUNLEDG WRITE FAILED " WS-RL-FS
002169         END-WRITE
002170     END-IF.
002171 1940-EXIT.
002172     EXIT.
002173
002174*----------------------------------------------------------*
002175* 2000-REPORT-TYPE - ONE PASS OF PENDMST FOR ONE            *
002176*                    MAINTENANCE TYPE, WITH ITS OWN TITLE,  *
002177*                    COLUMN HEADINGS AND COUNTS.            *
002178*----------------------------------------------------------*
002179 2000-REPORT-TYPE.
002180     INITIALIZE WS-TYPE-COUNTS.
002181     MOVE SPACES TO RPT-LINE.
002182     WRITE RPT-LINE.
002183     MOVE WS-TT-TITLE (WS-TYPE-IX) TO WS-TL-TITLE.
002184     MOVE WS-TITLE-LINE TO RPT-LINE.
002185     WRITE RPT-LINE.
002186     MOVE WS-COLHDR-LINE TO RPT-LINE.
002187     WRITE RPT-LINE.
002188     MOVE ALL "-" TO RPT-LINE.
002190     WRITE RPT-LINE.
002200     MOVE "N" TO WS-SCAN-EOF-SW.
002210     MOVE LOW-VALUES TO PN-PEND-ID.
002220     START PENDMST KEY IS NOT LESS THAN PN-PEND-ID
002230         INVALID KEY
002240             MOVE "Y" TO WS-SCAN-EOF-SW
002250     END-START.
002260     PERFORM 2100-SCAN-ITEM THRU 2100-EXIT
002270         UNTIL SCAN-AT-EOF.
002280     PERFORM 7000-WRITE-TYPE-TOTAL THRU 7000-EXIT.
002290 2000-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------*
002330* 2100-SCAN-ITEM - LIST AN ITEM OF THE CURRENT TYPE THAT IS *
002340*                  STILL OPEN, OR WAS DECIDED OR APPLIED    *
002350*                  TODAY. OLDER SETTLED ITEMS ARE SKIPPED.  *
002360*----------------------------------------------------------*
002370 2100-SCAN-ITEM.
002380     READ PENDMST NEXT RECORD
002390         AT END
002400             MOVE "Y" TO WS-SCAN-EOF-SW
002410             GO TO 2100-EXIT
002420     END-READ.
002430     IF PN-MAINT-TYPE NOT = WS-TT-CODE (WS-TYPE-IX)
002440         GO TO 2100-EXIT
002450     END-IF.
002460     MOVE "N" TO WS-LIST-SW.
002470     MOVE SPACES TO WS-DL-RESULT.
002480     EVALUATE TRUE
002490         WHEN PN-PENDING
002500             MOVE "Y" TO WS-LIST-SW
002510             MOVE "PENDING" TO WS-DL-STATUS
002520             ADD 1 TO WS-TC-PENDING
002530         WHEN PN-APPROVED
002540             MOVE "Y" TO WS-LIST-SW
002550             MOVE "APPROVED - AWAITING APPLY" TO WS-DL-STATUS
002560             MOVE PN-RESULT TO WS-DL-RESULT
002570             ADD 1 TO WS-TC-AWAITING
002580         WHEN PN-DECLINED
002590          AND PN-DECIDED-DATE = WS-BUS-DATE
002600             MOVE "Y" TO WS-LIST-SW
002610             MOVE "DECLINED" TO WS-DL-STATUS
002620             MOVE PN-REASON TO WS-DL-RESULT
002630             ADD 1 TO WS-TC-DECLINED
002640         WHEN PN-EXPIRED
002650          AND PN-DECIDED-DATE = WS-BUS-DATE
002660             MOVE "Y" TO WS-LIST-SW
002670             MOVE "EXPIRED" TO WS-DL-STATUS
002680             MOVE PN-REASON TO WS-DL-RESULT
002690             ADD 1 TO WS-TC-EXPIRED
002700         WHEN PN-APPLIED
002710          AND PN-APPLIED-DATE = WS-BUS-DATE
002720             MOVE "Y" TO WS-LIST-SW
002730             MOVE "APPROVED - APPLIED" TO WS-DL-STATUS
002740             MOVE PN-RESULT TO WS-DL-RESULT
002750             ADD 1 TO WS-TC-APPLIED
002760         WHEN PN-APPLY-FAILED
002770          AND PN-APPLIED-DATE = WS-BUS-DATE
002780             MOVE "Y" TO WS-LIST-SW
002790             MOVE "APPROVED - REJECTED" TO WS-DL-STATUS
002800             MOVE PN-RESULT TO WS-DL-RESULT
002810             ADD 1 TO WS-TC-FAILED
002820     END-EVALUATE.
002830     IF NOT LIST-THIS-ITEM
002840         GO TO 2100-EXIT
002850     END-IF.
002860     MOVE PN-PEND-ID TO WS-DL-PEND-ID.
002870     MOVE PN-ACTION TO WS-DL-ACTION.
002880     MOVE PN-ITEM-KEY TO WS-DL-KEY.
002890     MOVE PN-KEYED-DATE TO WS-DL-KEYED.
002900     MOVE PN-MAKER-ID TO WS-DL-MAKER.
002910     MOVE PN-CHECKER-ID TO WS-DL-CHECKER.
002920     IF PN-PENDING
002930         MOVE SPACES TO WS-DL-DECIDED
002940     ELSE
002950         MOVE PN-DECIDED-DATE TO WS-DL-DECIDED
002960     END-IF.
002970     MOVE WS-DTL-LINE TO RPT-LINE.
002980     WRITE RPT-LINE.
002990 2100-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------*
003030* 7000-WRITE-TYPE-TOTAL - COUNTS FOR ONE MAINTENANCE TYPE,  *
003040*                         ROLLED INTO THE GRAND TOTALS.     *
003050*----------------------------------------------------------*
003060 7000-WRITE-TYPE-TOTAL.
003070     MOVE SPACES TO RPT-LINE.
003080     WRITE RPT-LINE.
003090     PERFORM 7100-WRITE-COUNTS THRU 7100-EXIT.
003100     ADD WS-TC-PENDING TO WS-GC-PENDING.
003110     ADD WS-TC-AWAITING TO WS-GC-AWAITING.
003120     ADD WS-TC-DECLINED TO WS-GC-DECLINED.
003130     ADD WS-TC-EXPIRED TO WS-GC-EXPIRED.
003140     ADD WS-TC-APPLIED TO WS-GC-APPLIED.
003150     ADD WS-TC-FAILED TO WS-GC-FAILED.
003160 7000-EXIT.
003170     EXIT.
003180
003190 7100-WRITE-COUNTS.
003200     MOVE "PENDING APPROVAL             :" TO WS-SL-LABEL.
003210     MOVE WS-TC-PENDING TO WS-SL-COUNT.
003220     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
003230     MOVE "APPROVED, AWAITING APPLY     :" TO WS-SL-LABEL.
003240     MOVE WS-TC-AWAITING TO WS-SL-COUNT.
003250     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
003260     MOVE "DECLINED TODAY               :" TO WS-SL-LABEL.
003270     MOVE WS-TC-DECLINED TO WS-SL-COUNT.
003280     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
003290     MOVE "EXPIRED TODAY                :" TO WS-SL-LABEL.
003300     MOVE WS-TC-EXPIRED TO WS-SL-COUNT.
003310     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
003320     MOVE "APPLIED TODAY                :" TO WS-SL-LABEL.
003330     MOVE WS-TC-APPLIED TO WS-SL-COUNT.
003340     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
003350     MOVE "REJECTED ON APPLY TODAY      :" TO WS-SL-LABEL.
003360     MOVE WS-TC-FAILED TO WS-SL-COUNT.
003370     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
003380 7100-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------*
003420* 7500-WRITE-GRAND-TOTAL - COUNTS ACROSS ALL TYPES.         *
003430*----------------------------------------------------------*
003440 7500-WRITE-GRAND-TOTAL.
003450     MOVE SPACES TO RPT-LINE.
003460     WRITE RPT-LINE.
003470     MOVE "  ALL MAINTENANCE TYPES" TO RPT-LINE.
003480     WRITE RPT-LINE.
003490     MOVE WS-GRAND-COUNTS TO WS-TYPE-COUNTS.
003500     PERFORM 7100-WRITE-COUNTS THRU 7100-EXIT.
003510 7500-EXIT.
003520     EXIT.
003530
003540 7510-SUM-LINE.
003550     MOVE WS-SUM-LINE TO RPT-LINE.
003560     WRITE RPT-LINE.
003570 7510-EXIT.
003580     EXIT.
003590
003600*----------------------------------------------------------*
003610* 8000-FINALIZE - CLOSE FILES.                              *
003620*----------------------------------------------------------*
003630 8000-FINALIZE.
003640     DISPLAY "PENDRPT - PENDING ITEMS    : " WS-GC-PENDING.
003650     DISPLAY "PENDRPT - AWAITING APPLY   : " WS-GC-AWAITING.
003660     CLOSE PENDMST PENDLIST.
003670 8000-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------*
003710* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
003720*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
003730*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
003740*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
003750*----------------------------------------------------------*
003760 8900-LEDGER-END.
003765     INITIALIZE WS-RL-COUNTS.
003770     MOVE "PENDING" TO WS-RL-CNT-LABEL(1).
003780     MOVE WS-GC-PENDING TO WS-RL-CNT-VALUE(1).
003790     MOVE "AWAITING" TO WS-RL-CNT-LABEL(2).
003800     MOVE WS-GC-AWAITING TO WS-RL-CNT-VALUE(2).
003810     MOVE "APPLIED" TO WS-RL-CNT-LABEL(3).
003820     MOVE WS-GC-APPLIED TO WS-RL-CNT-VALUE(3).
003830     MOVE "REJECTED" TO WS-RL-CNT-LABEL(4).
003840     MOVE WS-GC-FAILED TO WS-RL-CNT-VALUE(4).
003850     OPEN I-O RUNLEDG.
003860     IF WS-RL-FS NOT = "00"
003870         DISPLAY "PENDRPT: RUNLEDG NOT AVAILABLE " WS-RL-FS
003880         DISPLAY "PENDRPT: END OF RUN NOT RECORDED"
003890         GO TO 8900-EXIT
003900     END-IF.
003910     MOVE WS-RL-STEP TO RL-STEP.
003920     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
003930     IF NOT RL-ON-FILE
003940         INITIALIZE RUNLEDG-REC
003950         MOVE WS-BUS-DATE TO RL-BUS-DATE
003960         MOVE WS-RL-STEP TO RL-STEP
003970         MOVE 1 TO RL-RUN-COUNT
003980     END-IF.
003990     IF WS-RL-RC < 8
004000         MOVE "C" TO RL-STATUS
004010     ELSE
004020         MOVE "F" TO RL-STATUS
004030     END-IF.
004040     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
004050     ACCEPT RL-END-TIME FROM TIME.
004060     MOVE WS-RL-RC TO RL-RETURN-CODE.
004070     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
004080     MOVE WS-RL-COUNTS TO RL-COUNTS.
004090     IF RL-ON-FILE
004100         REWRITE RUNLEDG-REC
004110             INVALID KEY
004120                 DISPLAY "PENDRPT: RUNLEDG REWRITE FAILED "
004130                     WS-RL-FS
004140         END-REWRITE
004150     ELSE
004160         WRITE RUNLEDG-REC
004170             INVALID KEY
004180                 DISPLAY "PENDRPT: RUNLEDG WRITE FAILED " WS-RL-FS
004190         END-WRITE
004200     END-IF.
004210     CLOSE RUNLEDG.
004220 8900-EXIT.
004230     EXIT.
