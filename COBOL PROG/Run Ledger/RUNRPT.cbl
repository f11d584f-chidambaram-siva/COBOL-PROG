000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RUNRPT.
000120 AUTHOR. D L SYSTEMS GROUP.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160 REMARKS. MORNING RUN-STATUS REPORT. LISTS EVERY STEP ON THE
000170     RUNLEDG RUN LEDGER FOR THE BUSINESS DATE JUST CLOSED
000180     (BD-PREV-BUS-DATE) AND FOR THE CURRENT BUSINESS DATE, WITH
000190     ITS STATUS, NUMBER OF RUNS, START AND END TIMES, RETURN
000200     CODE, MESSAGE AND KEY COUNTS, FOLLOWED BY ANY DAILY STEP
000210     THE RUNPREQ TABLE REQUIRES BEFORE DATEROLL THAT HAS NO
000220     LEDGER ENTRY AT ALL. RUNLEDG AND RUNPREQ ARE READ ONLY.
000230*----------------------------------------------------------*
000240* MODIFICATION HISTORY                                      *
000250*  DATE      BY   DESCRIPTION                                *
000260*  10/15/26  DLS  INITIAL VERSION.                           *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT RUNLEDG ASSIGN TO RUNLEDG
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS RL-KEY
000350         FILE STATUS IS WS-RL-FS.
000360
000370     SELECT RUNPREQ ASSIGN TO RUNPREQ
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-PQ-FS.
000400
000410     SELECT RUNLIST ASSIGN TO RUNLIST
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-RPT-FS.
000440
000450     SELECT BUSDATE ASSIGN TO BUSDATE
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-BD-FS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  RUNLEDG.
000520 01  RUNLEDG-REC.
000530     COPY RUNLEDREC.
000540
000550 FD  RUNPREQ.
000560 01  RUNPREQ-REC.
000570     COPY RUNPREQREC.
000580
000590 FD  RUNLIST.
000600 01  RPT-LINE PIC X(132).
000610
000620 FD  BUSDATE.
000630 01  BUSDATE-REC.
000640     COPY BUSDTREC.
000650
000660 WORKING-STORAGE SECTION.
000670 01  WS-RL-FS PIC X(02).
000680 01  WS-PQ-FS PIC X(02).
000690 01  WS-RPT-FS PIC X(02).
000700 01  WS-BD-FS PIC X(02).
000710 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.
000720 01  WS-PREV-BUS-DATE PIC 9(08) VALUE ZERO.
000730 01  WS-RPT-DATE PIC 9(08) VALUE ZERO.
000740
000750 01  WS-SCAN-EOF-SW PIC X(01) VALUE "N".
000760     88 SCAN-AT-EOF VALUE "Y".
000770 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
000780     88 RP-AT-EOF VALUE "Y".
000790 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
000800     88 RL-ON-FILE VALUE "Y".
000810 01  WS-CNT-IX PIC 9(02) COMP VALUE ZERO.
000820
000830 01  WS-DATE-COUNTS.
000840     05 WS-DC-STEPS PIC 9(05) COMP.
000850     05 WS-DC-COMPLETE PIC 9(05) COMP.
000860     05 WS-DC-WARNING PIC 9(05) COMP.
000870     05 WS-DC-INCOMPLETE PIC 9(05) COMP.
000880     05 WS-DC-FAILED PIC 9(05) COMP.
000890     05 WS-DC-REFUSED PIC 9(05) COMP.
000900     05 WS-DC-NOT-RUN PIC 9(05) COMP.
000910
000920*    LEDGER TIMES ARE HHMMSSHH; PRINTED AS HH:MM:SS
000930 01  WS-TIME-IN PIC 9(08) VALUE ZERO.
000940 01  WS-TIME-IN-R REDEFINES WS-TIME-IN.
000950     05 WS-TI-HH PIC 9(02).
000960     05 WS-TI-MM PIC 9(02).
000970     05 WS-TI-SS PIC 9(02).
000980     05 WS-TI-HS PIC 9(02).
000990 01  WS-TIME-OUT.
001000     05 WS-TO-HH PIC 9(02).
001010     05 FILLER PIC X(01) VALUE ":".
001020     05 WS-TO-MM PIC 9(02).
001030     05 FILLER PIC X(01) VALUE ":".
001040     05 WS-TO-SS PIC 9(02).
001050
001060 01  WS-TITLE-LINE.
001070     05 FILLER PIC X(02) VALUE SPACES.
001080     05 WS-TL-TITLE PIC X(40).
001090     05 WS-TL-DATE PIC 9(08).
001100     05 FILLER PIC X(82) VALUE SPACES.
001110
001120 01  WS-COLHDR-LINE.
001130     05 FILLER PIC X(02) VALUE SPACES.
001140     05 FILLER PIC X(12) VALUE "STEP".
001150     05 FILLER PIC X(12) VALUE "STATUS".
001160     05 FILLER PIC X(05) VALUE "RUNS".
001170     05 FILLER PIC X(19) VALUE "STARTED".
001180     05 FILLER PIC X(19) VALUE "ENDED".
001190     05 FILLER PIC X(06) VALUE "RC".
001200     05 FILLER PIC X(57) VALUE "MESSAGE".
001210
001220 01  WS-DTL-LINE.
001230     05 FILLER PIC X(02) VALUE SPACES.
001240     05 WS-DL-STEP PIC X(10).
001250     05 FILLER PIC X(02) VALUE SPACES.
001260     05 WS-DL-STATUS PIC X(10).
001270     05 FILLER PIC X(02) VALUE SPACES.
001280     05 WS-DL-RUNS PIC ZZ9.
001290     05 FILLER PIC X(02) VALUE SPACES.
001300     05 WS-DL-START-DATE PIC X(08).
001310     05 FILLER PIC X(01) VALUE SPACES.
001320     05 WS-DL-START-TIME PIC X(08).
001330     05 FILLER PIC X(02) VALUE SPACES.
001340     05 WS-DL-END-DATE PIC X(08).
001350     05 FILLER PIC X(01) VALUE SPACES.
001360     05 WS-DL-END-TIME PIC X(08).
001370     05 FILLER PIC X(02) VALUE SPACES.
001380     05 WS-DL-RC PIC X(04).
001390     05 FILLER PIC X(02) VALUE SPACES.
001400     05 WS-DL-MESSAGE PIC X(30).
001410     05 FILLER PIC X(27) VALUE SPACES.
001420
001430 01  WS-CNT-LINE.
001440     05 FILLER PIC X(14) VALUE SPACES.
001450     05 WS-CL-ENTRY OCCURS 4 TIMES.
001460        10 WS-CL-LABEL PIC X(10).
001470        10 WS-CL-SEP PIC X(02).
001480        10 WS-CL-VALUE PIC X(11).
001490        10 FILLER PIC X(03).
001500     05 FILLER PIC X(14) VALUE SPACES.
001510 01  WS-CL-EDIT PIC ZZZ,ZZZ,ZZ9.
001520
001530 01  WS-SUM-LINE.
001540     05 FILLER PIC X(04) VALUE SPACES.
001550     05 WS-SL-LABEL PIC X(30).
001560     05 WS-SL-COUNT PIC ZZZZ9.
001570     05 FILLER PIC X(93) VALUE SPACES.
001580
001590 PROCEDURE DIVISION.
001600
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001630     IF WS-PREV-BUS-DATE NOT = ZERO
001640         MOVE WS-PREV-BUS-DATE TO WS-RPT-DATE
001650         PERFORM 2000-REPORT-DATE THRU 2000-EXIT
001660     END-IF.
001670     MOVE WS-BUS-DATE TO WS-RPT-DATE.
001680     PERFORM 2000-REPORT-DATE THRU 2000-EXIT.
001690     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001700     STOP RUN.
001710
001720*----------------------------------------------------------*
001730* 1000-INITIALIZE - BUSINESS DATES, OPEN FILES, PAGE        *
001740*                   HEADING.                                *
001750*----------------------------------------------------------*
001760 1000-INITIALIZE.
001770     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001780     OPEN INPUT RUNLEDG.
001790     IF WS-RL-FS NOT = "00"
001800         DISPLAY "RUNRPT: ERROR OPENING RUNLEDG " WS-RL-FS
001810         STOP RUN
001820     END-IF.
001830     OPEN OUTPUT RUNLIST.
001840     IF WS-RPT-FS NOT = "00"
001850         DISPLAY "RUNRPT: ERROR OPENING RUNLIST " WS-RPT-FS
001860         STOP RUN
001870     END-IF.
001880     MOVE SPACES TO RPT-LINE.
001890     STRING "RUNRPT - BATCH RUN STATUS - BUSINESS DATE "
001900         WS-BUS-DATE
001910         DELIMITED BY SIZE INTO RPT-LINE.
001920     WRITE RPT-LINE.
001930 1000-EXIT.
001940     EXIT.
001950
001960*----------------------------------------------------------*
001970* 1100-READ-BUSDATE - PICK UP THE CURRENT BUSINESS DATE.    *
001980*                     NO BATCH PROGRAM MAY RUN WITHOUT IT.  *
001990*----------------------------------------------------------*
002000 1100-READ-BUSDATE.
002010     OPEN INPUT BUSDATE.
002020     IF WS-BD-FS NOT = "00"
002030         DISPLAY "RUNRPT: BUSDATE NOT AVAILABLE " WS-BD-FS
002040         DISPLAY "RUNRPT: RUN CANNOT START WITHOUT A"
002050         DISPLAY "BUSINESS DATE"
002060         STOP RUN
002070     END-IF.
002080     READ BUSDATE
002090         AT END
002100             DISPLAY "RUNRPT: BUSDATE FILE IS EMPTY"
002110             CLOSE BUSDATE
002120             STOP RUN
002130         NOT AT END
002140             MOVE BD-BUS-DATE TO WS-BUS-DATE
002150             MOVE BD-PREV-BUS-DATE TO WS-PREV-BUS-DATE
002160     END-READ.
002170     CLOSE BUSDATE.
002180     DISPLAY "RUNRPT: BUSINESS DATE " WS-BUS-DATE.
002190 1100-EXIT.
002200     EXIT.
002210
002220*----------------------------------------------------------*
002230* 2000-REPORT-DATE - ONE SECTION OF THE REPORT: EVERY       *
002240*                    LEDGER ENTRY FOR WS-RPT-DATE IN STEP   *
002250*                    ORDER, THEN THE REQUIRED STEPS THAT    *
002260*                    NEVER STARTED, THEN THE COUNTS.        *
002270*----------------------------------------------------------*
002280 2000-REPORT-DATE.
002290     INITIALIZE WS-DATE-COUNTS.
002300     MOVE SPACES TO RPT-LINE.
002310     WRITE RPT-LINE.
002320     IF WS-RPT-DATE = WS-BUS-DATE
002330         MOVE "CURRENT BUSINESS DATE" TO WS-TL-TITLE
002340     ELSE
002350         MOVE "PREVIOUS BUSINESS DATE" TO WS-TL-TITLE
002360     END-IF.
002370     MOVE WS-RPT-DATE TO WS-TL-DATE.
002380     MOVE WS-TITLE-LINE TO RPT-LINE.
002390     WRITE RPT-LINE.
002400     MOVE WS-COLHDR-LINE TO RPT-LINE.
002410     WRITE RPT-LINE.
002420     MOVE ALL "-" TO RPT-LINE.
002430     WRITE RPT-LINE.
002440     MOVE "N" TO WS-SCAN-EOF-SW.
002450     MOVE WS-RPT-DATE TO RL-BUS-DATE.
002460     MOVE LOW-VALUES TO RL-STEP.
002470     START RUNLEDG KEY IS NOT LESS THAN RL-KEY
002480         INVALID KEY
002490             MOVE "Y" TO WS-SCAN-EOF-SW
002500     END-START.
002510     PERFORM 2100-LIST-STEP THRU 2100-EXIT
002520         UNTIL SCAN-AT-EOF.
002530     PERFORM 3000-LIST-NOT-RUN THRU 3000-EXIT.
002540     PERFORM 7000-WRITE-DATE-TOTAL THRU 7000-EXIT.
002550 2000-EXIT.
002560     EXIT.
002570
002580*----------------------------------------------------------*
002590* 2100-LIST-STEP - ONE LEDGER ENTRY: A STATUS LINE AND,     *
002600*                  WHERE THE STEP RECORDED ANY, A LINE OF   *
002610*                  KEY COUNTS.                              *
002620*----------------------------------------------------------*
002630 2100-LIST-STEP.
002640     READ RUNLEDG NEXT RECORD
002650         AT END
002660             MOVE "Y" TO WS-SCAN-EOF-SW
002670             GO TO 2100-EXIT
002680     END-READ.
002690     IF RL-BUS-DATE NOT = WS-RPT-DATE
002700         MOVE "Y" TO WS-SCAN-EOF-SW
002710         GO TO 2100-EXIT
002720     END-IF.
002730     ADD 1 TO WS-DC-STEPS.
002740     EVALUATE TRUE
002750         WHEN RL-COMPLETE
002760          AND RL-RETURN-CODE > ZERO
002770             MOVE "COMPLETE*" TO WS-DL-STATUS
002780             ADD 1 TO WS-DC-WARNING
002790         WHEN RL-COMPLETE
002800             MOVE "COMPLETE" TO WS-DL-STATUS
002810             ADD 1 TO WS-DC-COMPLETE
002820         WHEN RL-FAILED
002830             MOVE "FAILED" TO WS-DL-STATUS
002840             ADD 1 TO WS-DC-FAILED
002850         WHEN RL-REFUSED
002860             MOVE "REFUSED" TO WS-DL-STATUS
002870             ADD 1 TO WS-DC-REFUSED
002880         WHEN OTHER
002890             MOVE "INCOMPLETE" TO WS-DL-STATUS
002900             ADD 1 TO WS-DC-INCOMPLETE
002910     END-EVALUATE.
002920     MOVE RL-STEP TO WS-DL-STEP.
002930     MOVE RL-RUN-COUNT TO WS-DL-RUNS.
002940     MOVE RL-START-DATE TO WS-DL-START-DATE.
002950     MOVE RL-START-TIME TO WS-TIME-IN.
002960     PERFORM 2200-FORMAT-TIME THRU 2200-EXIT.
002970     MOVE WS-TIME-OUT TO WS-DL-START-TIME.
002980     IF RL-END-DATE = ZERO
002990         MOVE SPACES TO WS-DL-END-DATE
003000         MOVE SPACES TO WS-DL-END-TIME
003010         MOVE SPACES TO WS-DL-RC
003020     ELSE
003030         MOVE RL-END-DATE TO WS-DL-END-DATE
003040         MOVE RL-END-TIME TO WS-TIME-IN
003050         PERFORM 2200-FORMAT-TIME THRU 2200-EXIT
003060         MOVE WS-TIME-OUT TO WS-DL-END-TIME
003070         MOVE RL-RETURN-CODE TO WS-DL-RC
003080     END-IF.
003090     MOVE RL-MESSAGE TO WS-DL-MESSAGE.
003100     MOVE WS-DTL-LINE TO RPT-LINE.
003110     WRITE RPT-LINE.
003120     IF RL-CNT-LABEL (1) NOT = SPACES
003130         PERFORM 2300-LIST-COUNTS THRU 2300-EXIT
003140     END-IF.
003150 2100-EXIT.
003160     EXIT.
003170
003180 2200-FORMAT-TIME.
003190     MOVE WS-TI-HH TO WS-TO-HH.
003200     MOVE WS-TI-MM TO WS-TO-MM.
003210     MOVE WS-TI-SS TO WS-TO-SS.
003220 2200-EXIT.
003230     EXIT.
003240
003250 2300-LIST-COUNTS.
003260     PERFORM 2310-EDIT-COUNT THRU 2310-EXIT
003270         VARYING WS-CNT-IX FROM 1 BY 1
003280         UNTIL WS-CNT-IX > 4.
003290     MOVE WS-CNT-LINE TO RPT-LINE.
003300     WRITE RPT-LINE.
003310 2300-EXIT.
003320     EXIT.
003330
003340 2310-EDIT-COUNT.
003350     MOVE SPACES TO WS-CL-ENTRY (WS-CNT-IX).
003360     IF RL-CNT-LABEL (WS-CNT-IX) = SPACES
003370         GO TO 2310-EXIT
003380     END-IF.
003390     MOVE RL-CNT-LABEL (WS-CNT-IX) TO WS-CL-LABEL (WS-CNT-IX).
003400     MOVE ": " TO WS-CL-SEP (WS-CNT-IX).
003410     MOVE RL-CNT-VALUE (WS-CNT-IX) TO WS-CL-EDIT.
003420     MOVE WS-CL-EDIT TO WS-CL-VALUE (WS-CNT-IX).
003430 2310-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------*
003470* 3000-LIST-NOT-RUN - EVERY DAILY STEP THE RUNPREQ TABLE    *
003480*                     REQUIRES BEFORE DATEROLL THAT HAS NO  *
003490*                     LEDGER ENTRY FOR WS-RPT-DATE. WITHOUT *
003500*                     RUNPREQ THE SECTION IS LEFT OUT.      *
003510*----------------------------------------------------------*
003520 3000-LIST-NOT-RUN.
003530     OPEN INPUT RUNPREQ.
003540     IF WS-PQ-FS NOT = "00"
003550         DISPLAY "RUNRPT: RUNPREQ NOT AVAILABLE " WS-PQ-FS
003560         DISPLAY "RUNRPT: STEPS NOT RUN CANNOT BE LISTED"
003570         GO TO 3000-EXIT
003580     END-IF.
003590     MOVE "N" TO WS-RP-EOF-SW.
003600     PERFORM 3100-CHECK-REQUIRED THRU 3100-EXIT
003610         UNTIL RP-AT-EOF.
003620     CLOSE RUNPREQ.
003630 3000-EXIT.
003640     EXIT.
003650
003660 3100-CHECK-REQUIRED.
003670     READ RUNPREQ
003680         AT END
003690             MOVE "Y" TO WS-RP-EOF-SW
003700             GO TO 3100-EXIT
003710     END-READ.
003720     IF RP-STEP NOT = "DATEROLL" OR RP-MONTH-END
003730         GO TO 3100-EXIT
003740     END-IF.
003750     MOVE WS-RPT-DATE TO RL-BUS-DATE.
003760     MOVE RP-PREREQ TO RL-STEP.
003770     MOVE "Y" TO WS-RL-FOUND-SW.
003780     READ RUNLEDG KEY IS RL-KEY
003790         INVALID KEY
003800             MOVE "N" TO WS-RL-FOUND-SW
003810     END-READ.
003820     IF RL-ON-FILE
003830         GO TO 3100-EXIT
003840     END-IF.
003850     ADD 1 TO WS-DC-NOT-RUN.
003860     MOVE SPACES TO WS-DTL-LINE.
003870     MOVE RP-PREREQ TO WS-DL-STEP.
003880     MOVE "NOT RUN" TO WS-DL-STATUS.
003890     MOVE ZERO TO WS-DL-RUNS.
003900     MOVE "REQUIRED BEFORE DATEROLL" TO WS-DL-MESSAGE.
003910     MOVE WS-DTL-LINE TO RPT-LINE.
003920     WRITE RPT-LINE.
003930 3100-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------*
003970* 7000-WRITE-DATE-TOTAL - STATUS COUNTS FOR ONE DATE.       *
003980*                         COMPLETE* IS A STEP THAT ENDED    *
003990*                         WITH A WARNING RETURN CODE.       *
004000*----------------------------------------------------------*
004010 7000-WRITE-DATE-TOTAL.
004020     MOVE SPACES TO RPT-LINE.
004030     WRITE RPT-LINE.
004040     MOVE "STEPS ON LEDGER              :" TO WS-SL-LABEL.
004050     MOVE WS-DC-STEPS TO WS-SL-COUNT.
004060     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
004070     MOVE "COMPLETE                     :" TO WS-SL-LABEL.
004080     MOVE WS-DC-COMPLETE TO WS-SL-COUNT.
004090     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
004100     MOVE "COMPLETE WITH WARNINGS       :" TO WS-SL-LABEL.
004110     MOVE WS-DC-WARNING TO WS-SL-COUNT.
004120     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
004130     MOVE "INCOMPLETE (STARTED ONLY)    :" TO WS-SL-LABEL.
004140     MOVE WS-DC-INCOMPLETE TO WS-SL-COUNT.
004150     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
004160     MOVE "FAILED                       :" TO WS-SL-LABEL.
004170     MOVE WS-DC-FAILED TO WS-SL-COUNT.
004180     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
004190     MOVE "REFUSED                      :" TO WS-SL-LABEL.
004200     MOVE WS-DC-REFUSED TO WS-SL-COUNT.
004210     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
004220     MOVE "REQUIRED BUT NOT RUN         :" TO WS-SL-LABEL.
004230     MOVE WS-DC-NOT-RUN TO WS-SL-COUNT.
004240     PERFORM 7510-SUM-LINE THRU 7510-EXIT.
004250     DISPLAY "RUNRPT - " WS-RPT-DATE " STEPS: " WS-DC-STEPS
004260         " FAILED: " WS-DC-FAILED " NOT RUN: " WS-DC-NOT-RUN.
004270 7000-EXIT.
004280     EXIT.
004290
004300 7510-SUM-LINE.
004310     MOVE WS-SUM-LINE TO RPT-LINE.
004320     WRITE RPT-LINE.
004330 7510-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------*
004370* 8000-FINALIZE - CLOSE FILES.                              *
004380*----------------------------------------------------------*
004390 8000-FINALIZE.
004400     CLOSE RUNLEDG RUNLIST.
004410 8000-EXIT.
004420     EXIT.
