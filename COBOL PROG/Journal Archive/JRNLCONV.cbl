000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. JRNLCONV.
000120 AUTHOR. D L SYSTEMS GROUP.
000130 INSTALLATION. DATA PROCESSING CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160 REMARKS. ONE-TIME CONVERSION OF THE POSTED-TRANSACTION
000170     JOURNAL TO THE KEYED LAYOUT. THE OLD JOURNAL RECORD WAS 90
000180     BYTES WITH NO KEY; THE KEYED RECORD IS 96 BYTES AND LEADS
000190     WITH ACCOUNT, POSTING DATE AND A SEQUENCE NUMBER. THE
000200     CONVPARM CARD NAMES THE RUN: MODE J READS THE OLD
000210     SEQUENTIAL JOURNAL (OLDJRNL) IN POSTING ORDER AND LOADS
000220     THE INDEXED TRANJRNL, GIVING EACH ENTRY THE NEXT SEQUENCE
000230     NUMBER FOR ITS ACCOUNT AND DATE, SO EACH ACCOUNT'S ENTRIES
000240     READ BACK IN THE ORDER THEY WERE POSTED. A TRANJRNL THAT
000250     ALREADY HOLDS ENTRIES IS NEVER LOADED OVER. MODE A
000260     REWRITES ONE OLD JRNLARCH ARCHIVE (OLDARCH, ONE OR MORE
000270     SEGMENTS) TO THE 96-BYTE ARCHIVE IMAGE ON NEWARCH: EACH
000280     SEGMENT'S DETAILS ARE SEQUENCED THE SAME WAY THROUGH THE
000290     ARCHWORK SCRATCH INDEX, WRITTEN IN KEY ORDER AS JRNLARCH
000300     NOW WRITES THEM, AND FOLLOWED BY THE SEGMENT'S OWN
000310     TRAILER. THE TRAILER IS CARRIED AS IT STANDS, SO A
000320     SEGMENT THAT DID NOT AGREE WITH ITS TRAILER BEFORE THE
000330     CONVERSION STILL FAILS VERIFICATION AFTER IT; SUCH A
000340     SEGMENT, OR ONE WITH NO TRAILER, IS REPORTED AND ENDS THE
000350     RUN WITH RETURN CODE 4. RUN MODE J ONCE, BEFORE ANY
000360     PROGRAM OPENS THE KEYED JOURNAL, AND MODE A ONCE FOR EACH
000370     ARCHIVE KEPT.
000380*----------------------------------------------------------*
000390* MODIFICATION HISTORY                                      *
000400*  DATE      BY   DESCRIPTION                                *
000410*  10/15/26  DLS  INITIAL VERSION.                           *
000420*----------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CONVPARM ASSIGN TO CONVPARM
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-CP-FS.
000490
000500     SELECT OLDJRNL ASSIGN TO OLDJRNL
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-OJ-FS.
000530
000540     SELECT TRANJRNL ASSIGN TO TRANJRNL
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS JR-KEY OF JRNL-REC
000580         FILE STATUS IS WS-JR-FS.
000590
000600     SELECT OLDARCH ASSIGN TO OLDARCH
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-OA-FS.
000630
000640     SELECT NEWARCH ASSIGN TO NEWARCH
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-AR-FS.
000670
000680     SELECT ARCHWORK ASSIGN TO ARCHWORK
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS JR-KEY OF WORK-REC
000720         FILE STATUS IS WS-WK-FS.
000730
000740     SELECT BUSDATE ASSIGN TO BUSDATE
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-BD-FS.
000770
000780     SELECT RUNPREQ ASSIGN TO RUNPREQ
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-PQ-FS.
000810
000820     SELECT RUNLEDG ASSIGN TO RUNLEDG
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS RL-KEY
000860         FILE STATUS IS WS-RL-FS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  CONVPARM.
000910 01  CONVPARM-REC.
000920     05 CP-MODE PIC X(01).
000930
000940 FD  OLDJRNL.
000950 01  OLD-JRNL-REC PIC X(90).
000960
000970 FD  TRANJRNL.
000980 01  JRNL-REC.
000990     COPY JRNLREC.
001000
001010 FD  OLDARCH.
001020 01  OLD-ARCH-REC.
001030     05 OA-REC-TYPE PIC X(01).
001040        88 OA-DETAIL-REC VALUE "D".
001050        88 OA-TRAILER-REC VALUE "T".
001060     05 OA-DETAIL-DATA.
001070        10 OA-JRNL-IMAGE PIC X(90).
001080     05 OA-TRAILER-DATA REDEFINES OA-DETAIL-DATA.
001090        10 OA-TRL-REC-COUNT PIC 9(07).
001100        10 OA-TRL-AMT-TOTAL PIC 9(11)V99.
001110        10 OA-TRL-FROM-DATE PIC 9(08).
001120        10 OA-TRL-TO-DATE PIC 9(08).
001130        10 FILLER PIC X(54).
001140
001150 FD  NEWARCH.
001160 01  ARCH-REC.
001170     COPY ARCHREC.
001180
001190 FD  ARCHWORK.
001200 01  WORK-REC.
001210     COPY JRNLREC.
001220
001230 FD  BUSDATE.
001240 01  BUSDATE-REC.
001250     COPY BUSDTREC.
001260
001270 FD  RUNPREQ.
001280 01  RUNPREQ-REC.
001290     COPY RUNPREQREC.
001300
001310 FD  RUNLEDG.
001320 01  RUNLEDG-REC.
001330     COPY RUNLEDREC.
001340
001350 WORKING-STORAGE SECTION.
001360 01  WS-CP-FS PIC X(02).
001370 01  WS-OJ-FS PIC X(02).
001380 01  WS-JR-FS PIC X(02).
001390 01  WS-OA-FS PIC X(02).
001400 01  WS-AR-FS PIC X(02).
001410 01  WS-WK-FS PIC X(02).
001420 01  WS-BD-FS PIC X(02).
001430 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.
001440
001450 01  WS-MODE PIC X(01) VALUE SPACE.
001460     88 CONVERT-JOURNAL VALUE "J".
001470     88 CONVERT-ARCHIVE VALUE "A".
001480
001490 01  WS-OJ-EOF-SW PIC X(01) VALUE "N".
001500     88 OJ-AT-EOF VALUE "Y".
001510 01  WS-OA-EOF-SW PIC X(01) VALUE "N".
001520     88 OA-AT-EOF VALUE "Y".
001530 01  WS-WK-EOF-SW PIC X(01) VALUE "N".
001540     88 WK-AT-EOF VALUE "Y".
001550 01  WS-WRITE-OK-SW PIC X(01) VALUE "N".
001560     88 WRITE-OK VALUE "Y".
001570
001580*----------------------------------------------------------*
001590* THE 90-BYTE JOURNAL RECORD AS IT STOOD BEFORE THE KEY WAS *
001600* ADDED. OLD ARCHIVE DETAILS CARRY THE SAME IMAGE.          *
001610*----------------------------------------------------------*
001620 01  WS-OLD-JRNL.
001630     05 OJ-TRANSNO PIC X(10).
001640     05 OJ-ACCT-NO PIC X(10).
001650     05 OJ-TR-TYPE PIC X(01).
001660     05 OJ-TR-CODE PIC X(04).
001670     05 OJ-TR-MEMO PIC X(30).
001680     05 OJ-TR-AMOUNT PIC 9(7)V99.
001690     05 OJ-BAL-BEFORE PIC S9(7)V99.
001700     05 OJ-BAL-AFTER PIC S9(7)V99.
001710     05 OJ-BUS-DATE PIC 9(08).
001720
001730 01  WS-NEW-JRNL.
001740     COPY JRNLREC.
001750
001760 01  WS-JS-HOLD-REC PIC X(96).
001770 01  WS-JS-ACCT-NO PIC X(10).
001780 01  WS-JS-BUS-DATE PIC 9(08).
001790 01  WS-JS-LAST-SEQ PIC 9(06) VALUE ZERO.
001800 01  WS-JS-END-SW PIC X(01) VALUE "N".
001810     88 JS-AT-END VALUE "Y".
001820
001830 01  WS-READ-COUNT PIC 9(09) VALUE ZERO.
001840 01  WS-READ-TOTAL PIC 9(11)V99 VALUE ZERO.
001850 01  WS-LOAD-COUNT PIC 9(09) VALUE ZERO.
001860 01  WS-LOAD-TOTAL PIC 9(11)V99 VALUE ZERO.
001870 01  WS-FAIL-COUNT PIC 9(07) VALUE ZERO.
001880 01  WS-SEG-COUNT PIC 9(07) VALUE ZERO.
001890 01  WS-SEG-TOTAL PIC 9(11)V99 VALUE ZERO.
001900 01  WS-SEGMENT-CNT PIC 9(05) VALUE ZERO.
001910 01  WS-BAD-SEG-CNT PIC 9(05) VALUE ZERO.
001920
001930 01  WS-PQ-FS PIC X(02).
001940 01  WS-RL-FS PIC X(02).
001950 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
001960     88 RP-AT-EOF VALUE "Y".
001970 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
001980     88 RL-ON-FILE VALUE "Y".
001990 01  WS-RL-STEP PIC X(10) VALUE "JRNLCONV".
002000 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
002010 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
002020 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
002030 01  WS-RL-RC PIC 9(04) VALUE ZERO.
002040 01  WS-RL-COUNTS.
002050     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
002060        10 WS-RL-CNT-LABEL PIC X(10).
002070        10 WS-RL-CNT-VALUE PIC 9(09).
002080
002090 PROCEDURE DIVISION.
002100
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002130     IF CONVERT-JOURNAL
002140         PERFORM 2000-CONVERT-JOURNAL THRU 2000-EXIT
002150             UNTIL OJ-AT-EOF
002160     ELSE
002170         PERFORM 3000-CONVERT-ARCHIVE THRU 3000-EXIT
002180             UNTIL OA-AT-EOF
002190         PERFORM 3500-END-OF-ARCHIVE THRU 3500-EXIT
002200     END-IF.
002210     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002220     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
002230     STOP RUN.
002240
002250*----------------------------------------------------------*
002260* 1000-INITIALIZE - BUSINESS DATE, THE CONVPARM CARD AND    *
002270*                   THE FILES FOR THE MODE IT NAMES.        *
002280*----------------------------------------------------------*
002290 1000-INITIALIZE.
002300     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
002310     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
002320     PERFORM 1200-READ-PARM THRU 1200-EXIT.
002330     IF CONVERT-JOURNAL
002340         PERFORM 1300-OPEN-JOURNAL THRU 1300-EXIT
002350     ELSE
002360         PERFORM 1400-OPEN-ARCHIVE THRU 1400-EXIT
002370     END-IF.
002380 1000-EXIT.
002390     EXIT.
002400
002410*----------------------------------------------------------*
002420* 1100-READ-BUSDATE - PICK UP THE CURRENT BUSINESS DATE.    *
002430*                     NO BATCH PROGRAM MAY RUN WITHOUT IT.  *
002440*----------------------------------------------------------*
002450 1100-READ-BUSDATE.
002460     OPEN INPUT BUSDATE.
002470     IF WS-BD-FS NOT = "00"
002480         DISPLAY "JRNLCONV: BUSDATE NOT AVAILABLE " WS-BD-FS
002490         DISPLAY "JRNLCONV: RUN CANNOT START WITHOUT A"
002500         DISPLAY "BUSINESS DATE"
002510         STOP RUN
002520     END-IF.
002530     READ BUSDATE
002540         AT END
002550             DISPLAY "JRNLCONV: BUSDATE FILE IS EMPTY"
002560             CLOSE BUSDATE
002570             STOP RUN
002580         NOT AT END
002590             MOVE BD-BUS-DATE TO WS-BUS-DATE
002600     END-READ.
002610     CLOSE BUSDATE.
002620     DISPLAY "JRNLCONV: BUSINESS DATE " WS-BUS-DATE.
002630 1100-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------*
002670* 1200-READ-PARM - THE CONVPARM CARD: J TO LOAD THE KEYED   *
002680*                  JOURNAL, A TO REWRITE ONE ARCHIVE.       *
002690*----------------------------------------------------------*
002700 1200-READ-PARM.
002710     OPEN INPUT CONVPARM.
002720     IF WS-CP-FS NOT = "00"
002730         DISPLAY "JRNLCONV: CONVPARM NOT AVAILABLE " WS-CP-FS
002740         MOVE "CONVPARM NOT AVAILABLE" TO WS-RL-MESSAGE
002750         PERFORM 1800-REFUSE-RUN THRU 1800-EXIT
002760     END-IF.
002770     READ CONVPARM
002780         AT END
002790             MOVE SPACE TO CP-MODE
002800     END-READ.
002810     CLOSE CONVPARM.
002820     MOVE CP-MODE TO WS-MODE.
002830     IF NOT CONVERT-JOURNAL AND NOT CONVERT-ARCHIVE
002840         DISPLAY "JRNLCONV: CONVPARM MODE MUST BE J OR A"
002850         MOVE "BAD CONVPARM MODE" TO WS-RL-MESSAGE
002860         PERFORM 1800-REFUSE-RUN THRU 1800-EXIT
002870     END-IF.
002880 1200-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------*
002920* 1300-OPEN-JOURNAL - THE OLD JOURNAL IN, THE KEYED JOURNAL *
002930*                     OUT. A TRANJRNL THAT ALREADY HOLDS    *
002940*                     ENTRIES HAS BEEN CONVERTED OR WRITTEN *
002950*                     TO SINCE, AND IS NEVER LOADED OVER.   *
002960*----------------------------------------------------------*
002970 1300-OPEN-JOURNAL.
002980     OPEN INPUT OLDJRNL.
002990     IF WS-OJ-FS NOT = "00"
003000         DISPLAY "JRNLCONV: OLDJRNL NOT AVAILABLE " WS-OJ-FS
003010         MOVE "OLDJRNL NOT AVAILABLE" TO WS-RL-MESSAGE
003020         PERFORM 1800-REFUSE-RUN THRU 1800-EXIT
003030     END-IF.
003040     OPEN INPUT TRANJRNL.
003050     IF WS-JR-FS = "00"
003060         READ TRANJRNL NEXT RECORD
003070             AT END
003080                 MOVE "10" TO WS-JR-FS
003090         END-READ
003100         CLOSE TRANJRNL
003110         IF WS-JR-FS = "00"
003120             DISPLAY "JRNLCONV: TRANJRNL ALREADY HOLDS ENTRIES"
003130             DISPLAY "JRNLCONV: JOURNAL NOT CONVERTED"
003140             MOVE "TRANJRNL ALREADY LOADED" TO WS-RL-MESSAGE
003150             PERFORM 1800-REFUSE-RUN THRU 1800-EXIT
003160         END-IF
003170     END-IF.
003180     OPEN OUTPUT TRANJRNL.
003190     CLOSE TRANJRNL.
003200     OPEN I-O TRANJRNL.
003210     IF WS-JR-FS NOT = "00"
003220         DISPLAY "JRNLCONV: ERROR OPENING TRANJRNL " WS-JR-FS
003230         STOP RUN
003240     END-IF.
003250     DISPLAY "JRNLCONV: LOADING TRANJRNL FROM OLDJRNL".
003260 1300-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------*
003300* 1400-OPEN-ARCHIVE - THE OLD ARCHIVE IN, THE REWRITTEN     *
003310*                     ARCHIVE OUT, AND AN EMPTY SCRATCH     *
003320*                     INDEX FOR THE FIRST SEGMENT.          *
003330*----------------------------------------------------------*
003340 1400-OPEN-ARCHIVE.
003350     OPEN INPUT OLDARCH.
003360     IF WS-OA-FS NOT = "00"
003370         DISPLAY "JRNLCONV: OLDARCH NOT AVAILABLE " WS-OA-FS
003380         MOVE "OLDARCH NOT AVAILABLE" TO WS-RL-MESSAGE
003390         PERFORM 1800-REFUSE-RUN THRU 1800-EXIT
003400     END-IF.
003410     OPEN OUTPUT NEWARCH.
003420     IF WS-AR-FS NOT = "00"
003430         DISPLAY "JRNLCONV: ERROR OPENING NEWARCH " WS-AR-FS
003440         STOP RUN
003450     END-IF.
003460     PERFORM 1450-CLEAR-WORK THRU 1450-EXIT.
003470     DISPLAY "JRNLCONV: REWRITING OLDARCH TO NEWARCH".
003480 1400-EXIT.
003490     EXIT.
003500
003510 1450-CLEAR-WORK.
003520     OPEN OUTPUT ARCHWORK.
003530     CLOSE ARCHWORK.
003540     OPEN I-O ARCHWORK.
003550     IF WS-WK-FS NOT = "00"
003560         DISPLAY "JRNLCONV: ERROR OPENING ARCHWORK " WS-WK-FS
003570         STOP RUN
003580     END-IF.
003590 1450-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------*
003630* 1800-REFUSE-RUN - THE RUN CANNOT GO AHEAD. RECORD IT AS   *
003640*                   FAILED ON RUNLEDG WITH THE MESSAGE SET  *
003650*                   BY THE CALLER AND STOP.                 *
003660*----------------------------------------------------------*
003670 1800-REFUSE-RUN.
003680     DISPLAY "*** JRNLCONV REFUSED ***".
003690     MOVE 8 TO WS-RL-RC.
003700     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
003710     STOP RUN.
003720 1800-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------*
003760* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
003770*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
003780*                     AND RECORD THE START OF THE RUN. THE  *
003790*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
003800*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
003810*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
003820*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
003830*                     COMPLETED.                            *
003840*----------------------------------------------------------*
003850 1900-LEDGER-START.
003860     OPEN INPUT RUNPREQ.
003870     IF WS-PQ-FS NOT = "00"
003880         DISPLAY "*** JRNLCONV REFUSED ***"
003890         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
003900             WS-PQ-FS
003910         STOP RUN
003920     END-IF.
003930     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
003940     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
003950         UNTIL RP-AT-EOF.
003960     CLOSE RUNPREQ.
003970     IF WS-RL-REFUSE-CNT > ZERO
003980         MOVE "R" TO WS-RL-NEW-STATUS
003990         PERFORM 1940-POST-START THRU 1940-EXIT
004000         CLOSE RUNLEDG
004010         DISPLAY "*** JRNLCONV REFUSED ***"
004020         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
004030             "DATE " WS-BUS-DATE
004040         STOP RUN
004050     END-IF.
004060     MOVE "S" TO WS-RL-NEW-STATUS.
004070     PERFORM 1940-POST-START THRU 1940-EXIT.
004080     CLOSE RUNLEDG.
004090 1900-EXIT.
004100     EXIT.
004110
004120 1910-CHECK-PREREQ.
004130     READ RUNPREQ
004140         AT END
004150             MOVE "Y" TO WS-RP-EOF-SW
004160             GO TO 1910-EXIT
004170     END-READ.
004180     IF RP-STEP = WS-RL-STEP
004190         MOVE RP-PREREQ TO RL-STEP
004200         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
004210         IF RL-ON-FILE AND RL-COMPLETE
004220             GO TO 1910-EXIT
004230         END-IF
004240         IF NOT RL-ON-FILE AND RP-MONTH-END
004250             GO TO 1910-EXIT
004260         END-IF
004270         ADD 1 TO WS-RL-REFUSE-CNT
004280         MOVE SPACES TO WS-RL-MESSAGE
004290         STRING "AWAITING " RP-PREREQ
004300             DELIMITED BY SIZE INTO WS-RL-MESSAGE
004310         DISPLAY "JRNLCONV: " RP-PREREQ
004320             " HAS NOT COMPLETED FOR " WS-BUS-DATE
004330         GO TO 1910-EXIT
004340     END-IF.
004350     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
004360         MOVE RP-STEP TO RL-STEP
004370         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
004380         IF RL-ON-FILE AND RL-COMPLETE
004390             ADD 1 TO WS-RL-REFUSE-CNT
004400             MOVE SPACES TO WS-RL-MESSAGE
004410             STRING "OUT OF SEQUENCE AFTER " RP-STEP
004420                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
004430             DISPLAY "JRNLCONV: " RP-STEP
004440                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
004450         END-IF
004460     END-IF.
004470 1910-EXIT.
004480     EXIT.
004490
004500 1920-READ-LEDGER.
004510     MOVE WS-BUS-DATE TO RL-BUS-DATE.
004520     MOVE "Y" TO WS-RL-FOUND-SW.
004530     READ RUNLEDG KEY IS RL-KEY
004540         INVALID KEY
004550             MOVE "N" TO WS-RL-FOUND-SW
004560     END-READ.
004570 1920-EXIT.
004580     EXIT.
004590
004600 1930-OPEN-LEDGER.
004610     OPEN I-O RUNLEDG.
004620     IF WS-RL-FS NOT = "00"
004630         OPEN OUTPUT RUNLEDG
004640         IF WS-RL-FS NOT = "00"
004650             DISPLAY "JRNLCONV: ERROR OPENING RUNLEDG " WS-RL-FS
004660             STOP RUN
004670         END-IF
004680         CLOSE RUNLEDG
004690         OPEN I-O RUNLEDG
004700         IF WS-RL-FS NOT = "00"
004710             DISPLAY "JRNLCONV: ERROR REOPENING RUNLEDG " WS-RL-FS
004720             STOP RUN
004730         END-IF
004740     END-IF.
004750 1930-EXIT.
004760     EXIT.
004770
004780*----------------------------------------------------------*
004790* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
004800*                   ENTRY FOR TODAY AS STARTED (S) OR       *
004810*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
004820*                   EARLIER CLEAN COMPLETION STANDING.      *
004830*----------------------------------------------------------*
004840 1940-POST-START.
004850     MOVE WS-RL-STEP TO RL-STEP.
004860     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
004870     IF RL-ON-FILE AND RL-COMPLETE
004880         AND WS-RL-NEW-STATUS = "R"
004890         GO TO 1940-EXIT
004900     END-IF.
004910     IF NOT RL-ON-FILE
004920         INITIALIZE RUNLEDG-REC
004930         MOVE WS-BUS-DATE TO RL-BUS-DATE
004940         MOVE WS-RL-STEP TO RL-STEP
004950     END-IF.
004960     ADD 1 TO RL-RUN-COUNT.
004970     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
004980     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
004990     ACCEPT RL-START-TIME FROM TIME.
005000     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
005010     INITIALIZE RL-COUNTS.
005020     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
005030     IF RL-ON-FILE
005040         REWRITE RUNLEDG-REC
005050             INVALID KEY
005060                 DISPLAY "JRNLCONV: RUNLEDG REWRITE FAILED "
005070                     WS-RL-FS
005080         END-REWRITE
005090     ELSE
005100         WRITE RUNLEDG-REC
005110             INVALID KEY
005120                 DISPLAY "JRNLCONV: RUNLEDG WRITE FAILED "
005130                     WS-RL-FS
005140         END-WRITE
005150     END-IF.
005160 1940-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------*
005200* 2000-CONVERT-JOURNAL - ONE OLD JOURNAL ENTRY, FILED ON    *
005210*                        TRANJRNL UNDER THE NEXT SEQUENCE   *
005220*                        NUMBER FOR ITS ACCOUNT AND DATE.   *
005230*----------------------------------------------------------*
005240 2000-CONVERT-JOURNAL.
005250     READ OLDJRNL
005260         AT END
005270             MOVE "Y" TO WS-OJ-EOF-SW
005280             GO TO 2000-EXIT
005290     END-READ.
005300     ADD 1 TO WS-READ-COUNT.
005310     MOVE OLD-JRNL-REC TO WS-OLD-JRNL.
005320     ADD OJ-TR-AMOUNT TO WS-READ-TOTAL.
005330     PERFORM 7000-BUILD-IMAGE THRU 7000-EXIT.
005340     MOVE WS-NEW-JRNL TO JRNL-REC.
005350     PERFORM 7600-JOURNAL-WRITE THRU 7600-EXIT.
005360     IF WRITE-OK
005370         ADD 1 TO WS-LOAD-COUNT
005380         ADD OJ-TR-AMOUNT TO WS-LOAD-TOTAL
005390     ELSE
005400         ADD 1 TO WS-FAIL-COUNT
005410     END-IF.
005420 2000-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------*
005460* 3000-CONVERT-ARCHIVE - ONE OLD ARCHIVE RECORD. A DETAIL   *
005470*                        IS SEQUENCED ON ARCHWORK; A        *
005480*                        TRAILER CLOSES ITS SEGMENT.        *
005490*----------------------------------------------------------*
005500 3000-CONVERT-ARCHIVE.
005510     READ OLDARCH
005520         AT END
005530             MOVE "Y" TO WS-OA-EOF-SW
005540             GO TO 3000-EXIT
005550     END-READ.
005560     IF OA-TRAILER-REC
005570         PERFORM 3200-END-SEGMENT THRU 3200-EXIT
005580         GO TO 3000-EXIT
005590     END-IF.
005600     IF NOT OA-DETAIL-REC
005610         ADD 1 TO WS-FAIL-COUNT
005620         DISPLAY "JRNLCONV: UNKNOWN ARCHIVE RECORD TYPE "
005630             OA-REC-TYPE " SKIPPED"
005640         GO TO 3000-EXIT
005650     END-IF.
005660     ADD 1 TO WS-READ-COUNT.
005670     ADD 1 TO WS-SEG-COUNT.
005680     MOVE OA-JRNL-IMAGE TO WS-OLD-JRNL.
005690     ADD OJ-TR-AMOUNT TO WS-READ-TOTAL.
005700     ADD OJ-TR-AMOUNT TO WS-SEG-TOTAL.
005710     PERFORM 7000-BUILD-IMAGE THRU 7000-EXIT.
005720     MOVE WS-NEW-JRNL TO WORK-REC.
005730     PERFORM 7700-WORK-WRITE THRU 7700-EXIT.
005740     IF NOT WRITE-OK
005750         ADD 1 TO WS-FAIL-COUNT
005760     END-IF.
005770 3000-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------*
005810* 3200-END-SEGMENT - PROVE THE SEGMENT AGAINST ITS TRAILER, *
005820*                    WRITE ITS DETAILS TO NEWARCH IN KEY    *
005830*                    ORDER FOLLOWED BY THE TRAILER AS IT    *
005840*                    STANDS, AND CLEAR ARCHWORK FOR THE     *
005850*                    NEXT SEGMENT.                          *
005860*----------------------------------------------------------*
005870 3200-END-SEGMENT.
005880     ADD 1 TO WS-SEGMENT-CNT.
005890     IF WS-SEG-COUNT NOT = OA-TRL-REC-COUNT
005900         OR WS-SEG-TOTAL NOT = OA-TRL-AMT-TOTAL
005910         ADD 1 TO WS-BAD-SEG-CNT
005920         DISPLAY "JRNLCONV: ARCHIVE SEGMENT " WS-SEGMENT-CNT
005930             " DOES NOT AGREE WITH ITS TRAILER"
005940         DISPLAY "DETAILS READ : " WS-SEG-COUNT
005950         DISPLAY "TRAILER COUNT: " OA-TRL-REC-COUNT
005960         DISPLAY "DETAIL TOTAL : " WS-SEG-TOTAL
005970         DISPLAY "TRAILER TOTAL: " OA-TRL-AMT-TOTAL
005980     END-IF.
005990     PERFORM 3300-UNLOAD-WORK THRU 3300-EXIT.
006000     MOVE SPACES TO ARCH-REC.
006010     MOVE "T" TO AR-REC-TYPE.
006020     MOVE OA-TRL-REC-COUNT TO AR-TRL-REC-COUNT.
006030     MOVE OA-TRL-AMT-TOTAL TO AR-TRL-AMT-TOTAL.
006040     MOVE OA-TRL-FROM-DATE TO AR-TRL-FROM-DATE.
006050     MOVE OA-TRL-TO-DATE TO AR-TRL-TO-DATE.
006060     WRITE ARCH-REC.
006070     MOVE ZERO TO WS-SEG-COUNT.
006080     MOVE ZERO TO WS-SEG-TOTAL.
006090     PERFORM 1450-CLEAR-WORK THRU 1450-EXIT.
006100 3200-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------*
006140* 3300-UNLOAD-WORK - COPY THE SEGMENT'S SEQUENCED DETAILS   *
006150*                    FROM ARCHWORK TO NEWARCH IN KEY ORDER. *
006160*----------------------------------------------------------*
006170 3300-UNLOAD-WORK.
006180     CLOSE ARCHWORK.
006190     OPEN INPUT ARCHWORK.
006200     IF WS-WK-FS NOT = "00"
006210         DISPLAY "JRNLCONV: ERROR REOPENING ARCHWORK " WS-WK-FS
006220         STOP RUN
006230     END-IF.
006240     MOVE "N" TO WS-WK-EOF-SW.
006250     PERFORM 3310-UNLOAD-STEP THRU 3310-EXIT
006260         UNTIL WK-AT-EOF.
006270     CLOSE ARCHWORK.
006280 3300-EXIT.
006290     EXIT.
006300
006310 3310-UNLOAD-STEP.
006320     READ ARCHWORK NEXT RECORD
006330         AT END
006340             MOVE "Y" TO WS-WK-EOF-SW
006350             GO TO 3310-EXIT
006360     END-READ.
006370     MOVE "D" TO AR-REC-TYPE.
006380     MOVE WORK-REC TO AR-JRNL-IMAGE.
006390     WRITE ARCH-REC.
006400     ADD 1 TO WS-LOAD-COUNT.
006410     ADD JR-TR-AMOUNT OF WORK-REC TO WS-LOAD-TOTAL.
006420 3310-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------*
006460* 3500-END-OF-ARCHIVE - DETAILS LEFT OVER AT THE END OF     *
006470*                       OLDARCH BELONG TO A SEGMENT THAT    *
006480*                       HAD NO TRAILER. THEY ARE CARRIED    *
006490*                       OVER STILL WITHOUT ONE, SO THE      *
006500*                       SEGMENT GOES ON FAILING             *
006510*                       VERIFICATION, AND ARE REPORTED.     *
006520*----------------------------------------------------------*
006530 3500-END-OF-ARCHIVE.
006540     IF WS-SEG-COUNT > ZERO
006550         ADD 1 TO WS-SEGMENT-CNT
006560         ADD 1 TO WS-BAD-SEG-CNT
006570         DISPLAY "JRNLCONV: ARCHIVE SEGMENT " WS-SEGMENT-CNT
006580             " HAS NO TRAILER"
006590         DISPLAY "DETAILS READ : " WS-SEG-COUNT
006600         DISPLAY "DETAIL TOTAL : " WS-SEG-TOTAL
006610         PERFORM 3300-UNLOAD-WORK THRU 3300-EXIT
006620     ELSE
006630         CLOSE ARCHWORK
006640     END-IF.
006650 3500-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------*
006690* 7000-BUILD-IMAGE - THE OLD 90-BYTE ENTRY IN WS-OLD-JRNL   *
006700*                    REBUILT IN THE KEYED LAYOUT IN         *
006710*                    WS-NEW-JRNL. THE SEQUENCE NUMBER IS    *
006720*                    SET WHEN THE ENTRY IS FILED.           *
006730*----------------------------------------------------------*
006740 7000-BUILD-IMAGE.
006750     MOVE SPACES TO WS-NEW-JRNL.
006760     MOVE OJ-ACCT-NO TO JR-ACCT-NO OF WS-NEW-JRNL.
006770     MOVE OJ-BUS-DATE TO JR-BUS-DATE OF WS-NEW-JRNL.
006780     MOVE ZERO TO JR-SEQ-NO OF WS-NEW-JRNL.
006790     MOVE OJ-TRANSNO TO JR-TRANSNO OF WS-NEW-JRNL.
006800     MOVE OJ-TR-TYPE TO JR-TR-TYPE OF WS-NEW-JRNL.
006810     MOVE OJ-TR-CODE TO JR-TR-CODE OF WS-NEW-JRNL.
006820     MOVE OJ-TR-MEMO TO JR-TR-MEMO OF WS-NEW-JRNL.
006830     MOVE OJ-TR-AMOUNT TO JR-TR-AMOUNT OF WS-NEW-JRNL.
006840     MOVE OJ-BAL-BEFORE TO JR-BAL-BEFORE OF WS-NEW-JRNL.
006850     MOVE OJ-BAL-AFTER TO JR-BAL-AFTER OF WS-NEW-JRNL.
006860 7000-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------*
006900* 7600-JOURNAL-WRITE - FILE THE ENTRY BUILT IN JRNL-REC     *
006910*                      UNDER THE NEXT SEQUENCE NUMBER FOR   *
006920*                      ITS ACCOUNT AND POSTING DATE: ONE    *
006930*                      MORE THAN THE HIGHEST ALREADY ON     *
006940*                      THE JOURNAL.                         *
006950*----------------------------------------------------------*
006960 7600-JOURNAL-WRITE.
006970     MOVE JRNL-REC TO WS-JS-HOLD-REC.
006980     MOVE JR-ACCT-NO OF JRNL-REC TO WS-JS-ACCT-NO.
006990     MOVE JR-BUS-DATE OF JRNL-REC TO WS-JS-BUS-DATE.
007000     MOVE ZERO TO WS-JS-LAST-SEQ.
007010     MOVE ZERO TO JR-SEQ-NO OF JRNL-REC.
007020     MOVE "N" TO WS-JS-END-SW.
007030     START TRANJRNL KEY IS NOT LESS THAN JR-KEY OF JRNL-REC
007040         INVALID KEY
007050             MOVE "Y" TO WS-JS-END-SW
007060     END-START.
007070     PERFORM 7610-LAST-SEQ-STEP THRU 7610-EXIT
007080         UNTIL JS-AT-END.
007090     MOVE WS-JS-HOLD-REC TO JRNL-REC.
007100     COMPUTE JR-SEQ-NO OF JRNL-REC = WS-JS-LAST-SEQ + 1.
007110     MOVE "Y" TO WS-WRITE-OK-SW.
007120     WRITE JRNL-REC
007130         INVALID KEY
007140             MOVE "N" TO WS-WRITE-OK-SW
007150             DISPLAY "JRNLCONV: TRANJRNL WRITE FAILED " WS-JR-FS
007160                 " ACCOUNT " JR-ACCT-NO OF JRNL-REC
007170     END-WRITE.
007180 7600-EXIT.
007190     EXIT.
007200
007210 7610-LAST-SEQ-STEP.
007220     READ TRANJRNL NEXT
007230         AT END
007240             MOVE "Y" TO WS-JS-END-SW
007250             GO TO 7610-EXIT
007260     END-READ.
007270     IF JR-ACCT-NO OF JRNL-REC NOT = WS-JS-ACCT-NO
007280         OR JR-BUS-DATE OF JRNL-REC NOT = WS-JS-BUS-DATE
007290         MOVE "Y" TO WS-JS-END-SW
007300         GO TO 7610-EXIT
007310     END-IF.
007320     MOVE JR-SEQ-NO OF JRNL-REC TO WS-JS-LAST-SEQ.
007330 7610-EXIT.
007340     EXIT.
007350
007360*----------------------------------------------------------*
007370* 7700-WORK-WRITE - THE SAME FOR AN ARCHIVE DETAIL BUILT IN *
007380*                   WORK-REC, SEQUENCED WITHIN ITS SEGMENT  *
007390*                   ON ARCHWORK.                            *
007400*----------------------------------------------------------*
007410 7700-WORK-WRITE.
007420     MOVE WORK-REC TO WS-JS-HOLD-REC.
007430     MOVE JR-ACCT-NO OF WORK-REC TO WS-JS-ACCT-NO.
007440     MOVE JR-BUS-DATE OF WORK-REC TO WS-JS-BUS-DATE.
007450     MOVE ZERO TO WS-JS-LAST-SEQ.
007460     MOVE ZERO TO JR-SEQ-NO OF WORK-REC.
007470     MOVE "N" TO WS-JS-END-SW.
007480     START ARCHWORK KEY IS NOT LESS THAN JR-KEY OF WORK-REC
007490         INVALID KEY
007500             MOVE "Y" TO WS-JS-END-SW
007510     END-START.
007520     PERFORM 7710-LAST-SEQ-STEP THRU 7710-EXIT
007530         UNTIL JS-AT-END.
007540     MOVE WS-JS-HOLD-REC TO WORK-REC.
007550     COMPUTE JR-SEQ-NO OF WORK-REC = WS-JS-LAST-SEQ + 1.
007560     MOVE "Y" TO WS-WRITE-OK-SW.
007570     WRITE WORK-REC
007580         INVALID KEY
007590             MOVE "N" TO WS-WRITE-OK-SW
007600             DISPLAY "JRNLCONV: ARCHWORK WRITE FAILED " WS-WK-FS
007610                 " ACCOUNT " JR-ACCT-NO OF WORK-REC
007620     END-WRITE.
007630 7700-EXIT.
007640     EXIT.
007650
007660 7710-LAST-SEQ-STEP.
007670     READ ARCHWORK NEXT
007680         AT END
007690             MOVE "Y" TO WS-JS-END-SW
007700             GO TO 7710-EXIT
007710     END-READ.
007720     IF JR-ACCT-NO OF WORK-REC NOT = WS-JS-ACCT-NO
007730         OR JR-BUS-DATE OF WORK-REC NOT = WS-JS-BUS-DATE
007740         MOVE "Y" TO WS-JS-END-SW
007750         GO TO 7710-EXIT
007760     END-IF.
007770     MOVE JR-SEQ-NO OF WORK-REC TO WS-JS-LAST-SEQ.
007780 7710-EXIT.
007790     EXIT.
007800
007810*----------------------------------------------------------*
007820* 8000-FINALIZE - CLOSE THE FILES AND PRINT THE RUN         *
007830*                 SUMMARY. AN ENTRY THAT COULD NOT BE FILED *
007840*                 ENDS THE RUN WITH RETURN CODE 8; AN       *
007850*                 ARCHIVE SEGMENT THAT FAILED ITS TRAILER   *
007860*                 CHECK, WITH RETURN CODE 4.                *
007870*----------------------------------------------------------*
007880 8000-FINALIZE.
007890     IF CONVERT-JOURNAL
007900         CLOSE OLDJRNL TRANJRNL
007910     ELSE
007920         CLOSE OLDARCH NEWARCH
007930     END-IF.
007940     IF WS-BAD-SEG-CNT > ZERO
007950         MOVE 4 TO WS-RL-RC
007960         MOVE "ARCHIVE SEGMENT FAILED CHECK" TO WS-RL-MESSAGE
007970     END-IF.
007980     IF WS-FAIL-COUNT > ZERO
007990         MOVE 8 TO WS-RL-RC
008000         MOVE "ENTRIES NOT CONVERTED" TO WS-RL-MESSAGE
008010     END-IF.
008020     IF CONVERT-JOURNAL
008030         DISPLAY "JRNLCONV - JOURNAL CONVERSION SUMMARY"
008040         DISPLAY "OLD ENTRIES READ     : " WS-READ-COUNT
008050         DISPLAY "OLD AMOUNT TOTAL     : " WS-READ-TOTAL
008060         DISPLAY "ENTRIES LOADED       : " WS-LOAD-COUNT
008070         DISPLAY "LOADED AMOUNT TOTAL  : " WS-LOAD-TOTAL
008080     ELSE
008090         DISPLAY "JRNLCONV - ARCHIVE CONVERSION SUMMARY"
008100         DISPLAY "ARCHIVE SEGMENTS     : " WS-SEGMENT-CNT
008110         DISPLAY "FAILED TRAILER CHECK : " WS-BAD-SEG-CNT
008120         DISPLAY "OLD DETAILS READ     : " WS-READ-COUNT
008130         DISPLAY "OLD AMOUNT TOTAL     : " WS-READ-TOTAL
008140         DISPLAY "DETAILS WRITTEN      : " WS-LOAD-COUNT
008150         DISPLAY "WRITTEN AMOUNT TOTAL : " WS-LOAD-TOTAL
008160     END-IF.
008170     DISPLAY "NOT CONVERTED        : " WS-FAIL-COUNT.
008180 8000-EXIT.
008190     EXIT.
008200
008210*----------------------------------------------------------*
008220* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
008230*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
008240*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
008250*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
008260*----------------------------------------------------------*
008270 8900-LEDGER-END.
008275     INITIALIZE WS-RL-COUNTS.
008280     MOVE "READ" TO WS-RL-CNT-LABEL(1).
008290     MOVE WS-READ-COUNT TO WS-RL-CNT-VALUE(1).
008300     MOVE "CONVERTED" TO WS-RL-CNT-LABEL(2).
008310     MOVE WS-LOAD-COUNT TO WS-RL-CNT-VALUE(2).
008320     MOVE "FAILED" TO WS-RL-CNT-LABEL(3).
008330     MOVE WS-FAIL-COUNT TO WS-RL-CNT-VALUE(3).
008340     MOVE "BAD SEGS" TO WS-RL-CNT-LABEL(4).
008350     MOVE WS-BAD-SEG-CNT TO WS-RL-CNT-VALUE(4).
008360     OPEN I-O RUNLEDG.
008370     IF WS-RL-FS NOT = "00"
008380         DISPLAY "JRNLCONV: RUNLEDG NOT AVAILABLE " WS-RL-FS
008390         DISPLAY "JRNLCONV: END OF RUN NOT RECORDED"
008400         GO TO 8900-EXIT
008410     END-IF.
008420     MOVE WS-RL-STEP TO RL-STEP.
008430     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
008440     IF NOT RL-ON-FILE
008450         INITIALIZE RUNLEDG-REC
008460         MOVE WS-BUS-DATE TO RL-BUS-DATE
008470         MOVE WS-RL-STEP TO RL-STEP
008480         MOVE 1 TO RL-RUN-COUNT
008490     END-IF.
008500     IF WS-RL-RC < 8
008510         MOVE "C" TO RL-STATUS
008520     ELSE
008530         MOVE "F" TO RL-STATUS
008540     END-IF.
008550     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
008560     ACCEPT RL-END-TIME FROM TIME.
008570     MOVE WS-RL-RC TO RL-RETURN-CODE.
008580     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
008590     MOVE WS-RL-COUNTS TO RL-COUNTS.
008600     IF RL-ON-FILE
008610         REWRITE RUNLEDG-REC
008620             INVALID KEY
008630                 DISPLAY "JRNLCONV: RUNLEDG REWRITE FAILED "
008640                     WS-RL-FS
008650         END-REWRITE
008660     ELSE
008670         WRITE RUNLEDG-REC
008680             INVALID KEY
008690                 DISPLAY "JRNLCONV: RUNLEDG WRITE FAILED "
008700                     WS-RL-FS
008710         END-WRITE
008720     END-IF.
008730     CLOSE RUNLEDG.
008740 8900-EXIT.
008750     EXIT.
