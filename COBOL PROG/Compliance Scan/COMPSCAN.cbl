000280* MODIFICATION HISTORY                                      *
000290*  DATE      BY   DESCRIPTION                                *
000300*  09/03/26  DLS  INITIAL VERSION.                           *
000302*  10/15/26  DLS  INTEREST (INTR) AND SERVICE-CHARGE (FEES)  *
000304*                 JOURNAL ENTRIES ARE BANK-ORIGINATED, NOT   *
000306*                 CUSTOMER ACTIVITY, AND ARE LEFT OUT.       *
000307*  10/15/26  DLS  ESCHEATMENT ENTRIES (ESCH) ARE BANK-       *
000308*                 ORIGINATED TOO AND ARE ALSO LEFT OUT.      *
000309*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000310*                 RUNPREQ AT START; START, END, RETURN       *
000313*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000314*  10/15/26  DLS  KEYED JOURNAL: TRANJRNL IS READ AS AN      *
000315*                 INDEXED FILE, IN ACCOUNT ORDER.            *
000316*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TRANJRNL ASSIGN TO TRANJRNL
000360         ORGANIZATION IS INDEXED
000363         ACCESS MODE IS SEQUENTIAL
000366         RECORD KEY IS JR-KEY
000370         FILE STATUS IS WS-JR-FS.

000380     SELECT ACCOUNT1 ASSIGN TO ACCOUNTF
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-BD-FS.

000511     SELECT RUNPREQ ASSIGN TO RUNPREQ
000512         ORGANIZATION IS SEQUENTIAL
000513         FILE STATUS IS WS-PQ-FS.

000514     SELECT RUNLEDG ASSIGN TO RUNLEDG
000515         ORGANIZATION IS INDEXED
000516         ACCESS MODE IS DYNAMIC
000517         RECORD KEY IS RL-KEY
000518         FILE STATUS IS WS-RL-FS.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  TRANJRNL.
000670 01  BUSDATE-REC.
000680     COPY BUSDTREC.

000681 FD  RUNPREQ.
000682 01  RUNPREQ-REC.
000683     COPY RUNPREQREC.

000684 FD  RUNLEDG.
000685 01  RUNLEDG-REC.
000686     COPY RUNLEDREC.

000690 WORKING-STORAGE SECTION.
000700 01  WS-JR-FS PIC X(02).
000710 01  WS-ACC-FS PIC X(02).
001670     05 WS-TY-AGG-AMT PIC ZZZ,ZZZ,ZZ9.99.
001680     05 FILLER PIC X(53) VALUE SPACES.

001681 01  WS-PQ-FS PIC X(02).
001682 01  WS-RL-FS PIC X(02).
001683 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
001684     88 RP-AT-EOF VALUE "Y".
001685 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
001686     88 RL-ON-FILE VALUE "Y".
001687 01  WS-RL-STEP PIC X(10) VALUE "COMPSCAN".
001688 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
001689 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
001690 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
001691 01  WS-RL-RC PIC 9(04) VALUE ZERO.
001692 01  WS-RL-COUNTS.
001693     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
001694        10 WS-RL-CNT-LABEL PIC X(10).
001695        10 WS-RL-CNT-VALUE PIC 9(09).

001696 PROCEDURE DIVISION.

001700 0000-MAINLINE.
001710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     PERFORM 3000-REPORT-AGGREGATES THRU 3000-EXIT.
001750     PERFORM 4000-REPORT-BY-TYPE THRU 4000-EXIT.
001760     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001765     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001770     STOP RUN.

001780*----------------------------------------------------------*
001830*----------------------------------------------------------*
001840 1000-INITIALIZE.
001850     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001855     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001860     PERFORM 1200-READ-THRESHOLDS THRU 1200-EXIT.
001870     OPEN INPUT TRANJRNL.
001880     IF WS-JR-FS NOT = "00"
002690 1200-EXIT.
002700     EXIT.

002701*----------------------------------------------------------*
002702* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
002703*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
002704*                     AND RECORD THE START OF THE RUN. THE  *
002705*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
002706*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
002707*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
002708*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
002709*                     COMPLETED.                            *
002710*----------------------------------------------------------*
002711 1900-LEDGER-START.
002712     OPEN INPUT RUNPREQ.
002713     IF WS-PQ-FS NOT = "00"
002714         DISPLAY "*** COMPSCAN REFUSED ***"
002715         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
002716             WS-PQ-FS
002717         STOP RUN
002718     END-IF.
002719     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
002720     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
002721         UNTIL RP-AT-EOF.
002722     CLOSE RUNPREQ.
002723     IF WS-RL-REFUSE-CNT > ZERO
002724         MOVE "R" TO WS-RL-NEW-STATUS
002725         PERFORM 1940-POST-START THRU 1940-EXIT
002726         CLOSE RUNLEDG
002727         DISPLAY "*** COMPSCAN REFUSED ***"
002728         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
002729             "DATE " WS-BUS-DATE
002730         STOP RUN
002731     END-IF.
002732     MOVE "S" TO WS-RL-NEW-STATUS.
002733     PERFORM 1940-POST-START THRU 1940-EXIT.
002734     CLOSE RUNLEDG.
002735 1900-EXIT.
002736     EXIT.

002737 1910-CHECK-PREREQ.
002738     READ RUNPREQ
002739         AT END
002740             MOVE "Y" TO WS-RP-EOF-SW
002741             GO TO 1910-EXIT
002742     END-READ.
002743     IF RP-STEP = WS-RL-STEP
002744         MOVE RP-PREREQ TO RL-STEP
002745         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002746         IF RL-ON-FILE AND RL-COMPLETE
002747             GO TO 1910-EXIT
002748         END-IF
002749         IF NOT RL-ON-FILE AND RP-MONTH-END
002750             GO TO 1910-EXIT
002751         END-IF
002752         ADD 1 TO WS-RL-REFUSE-CNT
002753         MOVE SPACES TO WS-RL-MESSAGE
002754         STRING "AWAITING " RP-PREREQ
002755             DELIMITED BY SIZE INTO WS-RL-MESSAGE
002756         DISPLAY "COMPSCAN: " RP-PREREQ
002757             " HAS NOT COMPLETED FOR " WS-BUS-DATE
002758         GO TO 1910-EXIT
002759     END-IF.
002760     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
002761         MOVE RP-STEP TO RL-STEP
002762         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002763         IF RL-ON-FILE AND RL-COMPLETE
002764             ADD 1 TO WS-RL-REFUSE-CNT
002765             MOVE SPACES TO WS-RL-MESSAGE
002766             STRING "OUT OF SEQUENCE AFTER " RP-STEP
002767                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
002768             DISPLAY "COMPSCAN: " RP-STEP
002769                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
002770         END-IF
002771     END-IF.
002772 1910-EXIT.
002773     EXIT.

002774 1920-READ-LEDGER.
002775     MOVE WS-BUS-DATE TO RL-BUS-DATE.
002776     MOVE "Y" TO WS-RL-FOUND-SW.
002777     READ RUNLEDG KEY IS RL-KEY
002778         INVALID KEY
002779             MOVE "N" TO WS-RL-FOUND-SW
002780     END-READ.
002781 1920-EXIT.
002782     EXIT.

002783 1930-OPEN-LEDGER.
002784     OPEN I-O RUNLEDG.
002785     IF WS-RL-FS NOT = "00"
002786         OPEN OUTPUT RUNLEDG
002787         IF WS-RL-FS NOT = "00"
002788             DISPLAY "COMPSCAN: ERROR OPENING RUNLEDG " WS-RL-FS
002789             STOP RUN
002790         END-IF
002791         CLOSE RUNLEDG
002792         OPEN I-O RUNLEDG
002793         IF WS-RL-FS NOT = "00"
002794             DISPLAY "COMPSCAN: ERROR REOPENING RUNLEDG " WS-RL-FS
002795             STOP RUN
002796         END-IF
002797     END-IF.
002798 1930-EXIT.
002799     EXIT.

002800*----------------------------------------------------------*
002801* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
002802*                   ENTRY FOR TODAY AS STARTED (S) OR       *
002803*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
002804*                   EARLIER CLEAN COMPLETION STANDING.      *
002805*----------------------------------------------------------*
002806 1940-POST-START.
002807     MOVE WS-RL-STEP TO RL-STEP.
002808     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
002809     IF RL-ON-FILE AND RL-COMPLETE
002810         AND WS-RL-NEW-STATUS = "R"
002811         GO TO 1940-EXIT
002812     END-IF.
002813     IF NOT RL-ON-FILE
002814         INITIALIZE RUNLEDG-REC
002815         MOVE WS-BUS-DATE TO RL-BUS-DATE
002816         MOVE WS-RL-STEP TO RL-STEP
002817     END-IF.
002818     ADD 1 TO RL-RUN-COUNT.
002819     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
002820     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
002821     ACCEPT RL-START-TIME FROM TIME.
002822     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
002823     INITIALIZE RL-COUNTS.
002824     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
002825     IF RL-ON-FILE
002826         REWRITE RUNLEDG-REC
002827             INVALID KEY
002828                 DISPLAY "COMPSCAN: RUNLEDG REWRITE FAILED "
002829                     WS-RL-FS
002830         END-REWRITE
002831     ELSE
002832         WRITE RUNLEDG-REC
002833             INVALID KEY
002834                 DISPLAY "COMPSCAN: RUNLEDG WRITE FAILED "
002835                     WS-RL-FS
002836         END-WRITE
002837     END-IF.
002838 1940-EXIT.
002839     EXIT.

002840*----------------------------------------------------------*
002841* 2000-SCAN-JOURNAL - ONE JOURNAL RECORD. ONLY THE CURRENT  *
002842*                     BUSINESS DATE IS REPORTABLE; EARLIER  *
002843*                     DAYS WERE REPORTED ON THEIR OWN DAY.  *
002844*----------------------------------------------------------*
002845 2000-SCAN-JOURNAL.
002846     READ TRANJRNL
002847         AT END
002848             MOVE "Y" TO WS-JR-EOF-SW
002849             GO TO 2000-EXIT
002850     END-READ.
002851     ADD 1 TO WS-JRNL-READ.
002852     IF JR-BUS-DATE NOT = WS-BUS-DATE
002853         GO TO 2000-EXIT
002854     END-IF.
002855     IF JR-TR-CODE = "INTR" OR JR-TR-CODE = "FEES"
002856             OR JR-TR-CODE = "ESCH"
002857         GO TO 2000-EXIT
002858     END-IF.
002860     ADD 1 TO WS-TODAY-CNT.
002870     PERFORM 2100-ACCUMULATE THRU 2100-EXIT.
002880     IF JR-TR-AMOUNT >= WS-SINGLE-THRESH
005180     CLOSE TRANJRNL ACCOUNT1 COMPRPT.
005190 8000-EXIT.
005200     EXIT.

005210*----------------------------------------------------------*
005220* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
005230*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
005240*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
005250*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
005260*----------------------------------------------------------*
005270 8900-LEDGER-END.
005275     INITIALIZE WS-RL-COUNTS.
005280     MOVE "JOURNAL" TO WS-RL-CNT-LABEL(1).
005290     MOVE WS-JRNL-READ TO WS-RL-CNT-VALUE(1).
005300     MOVE "TODAY" TO WS-RL-CNT-LABEL(2).
005310     MOVE WS-TODAY-CNT TO WS-RL-CNT-VALUE(2).
005320     MOVE "SINGLE" TO WS-RL-CNT-LABEL(3).
005330     MOVE WS-SINGLE-CNT TO WS-RL-CNT-VALUE(3).
005340     MOVE "AGGREGATE" TO WS-RL-CNT-LABEL(4).
005350     MOVE WS-AGG-RPT-CNT TO WS-RL-CNT-VALUE(4).
005360     OPEN I-O RUNLEDG.
005370     IF WS-RL-FS NOT = "00"
005380         DISPLAY "COMPSCAN: RUNLEDG NOT AVAILABLE " WS-RL-FS
005390         DISPLAY "COMPSCAN: END OF RUN NOT RECORDED"
005400         GO TO 8900-EXIT
005410     END-IF.
005420     MOVE WS-RL-STEP TO RL-STEP.
005430     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
005440     IF NOT RL-ON-FILE
005450         INITIALIZE RUNLEDG-REC
005460         MOVE WS-BUS-DATE TO RL-BUS-DATE
005470         MOVE WS-RL-STEP TO RL-STEP
005480         MOVE 1 TO RL-RUN-COUNT
005490     END-IF.
005500     IF WS-RL-RC < 8
005510         MOVE "C" TO RL-STATUS
005520     ELSE
005530         MOVE "F" TO RL-STATUS
005540     END-IF.
005550     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
005560     ACCEPT RL-END-TIME FROM TIME.
005570     MOVE WS-RL-RC TO RL-RETURN-CODE.
005580     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
005590     MOVE WS-RL-COUNTS TO RL-COUNTS.
005600     IF RL-ON-FILE
005610         REWRITE RUNLEDG-REC
005620             INVALID KEY
005630                 DISPLAY "COMPSCAN: RUNLEDG REWRITE FAILED "
005640                     WS-RL-FS
005650         END-REWRITE
005660     ELSE
005670         WRITE RUNLEDG-REC
005680             INVALID KEY
005690                 DISPLAY "COMPSCAN: RUNLEDG WRITE FAILED "
005700                     WS-RL-FS
005710         END-WRITE
005720     END-IF.
005730     CLOSE RUNLEDG.
005740 8900-EXIT.
005750     EXIT.
