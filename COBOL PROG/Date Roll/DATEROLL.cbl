000170     BD-BUS-DATE UNLESS TODAY'S PREREQUISITES ARE VERIFIABLY
000180     DONE - THE LAST CKPTFILE RECORD IS A CLEAN END-OF-RUN
000190     MARKER STAMPED WITH TODAY'S DATE, AND THE OPENBAL EXTRACT
000195     ENDS IN A VERIFIED TRAILER STAMPED WITH TODAY'S DATE, AND
000200     EVERY STEP THE RUNPREQ TABLE REQUIRES SHOWS COMPLETE, IN
000205     SEQUENCE, ON TODAY'S RUNLEDG RUN LEDGER -
000210     THEN ROLLS BD-BUS-DATE INTO BD-PREV-BUS-DATE AND PICKS
000220     THE NEXT WORKING DAY, SKIPPING WEEKENDS AND THE HOLIDAYS
000230     LISTED ON THE HOLCAL PROCESSING CALENDAR FILE.
000250* MODIFICATION HISTORY                                      *
000260*  DATE      BY   DESCRIPTION                                *
000270*  09/03/26  DLS  INITIAL VERSION.                           *
000271*  10/15/26  DLS  SIGNED OPENBAL TRAILER TOTAL.              *
000272*  10/15/26  DLS  RUN LEDGER: REFUSES TO ROLL UNTIL EVERY    *
000273*                 STEP ON THE RUNPREQ DATEROLL LIST HAS      *
000274*                 COMPLETED TODAY, MONTH-END STEPS ON THE    *
000275*                 LAST WORKING DAY, AND NO MONTH-END STEP    *
000276*                 FINISHED AFTER A STEP THAT NEEDS IT.       *
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-HC-FS.

000431     SELECT RUNPREQ ASSIGN TO RUNPREQ
000432         ORGANIZATION IS SEQUENTIAL
000433         FILE STATUS IS WS-PQ-FS.

000434     SELECT RUNLEDG ASSIGN TO RUNLEDG
000435         ORGANIZATION IS INDEXED
000436         ACCESS MODE IS DYNAMIC
000437         RECORD KEY IS RL-KEY
000438         FILE STATUS IS WS-RL-FS.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  BUSDATE.
000570     05 HC-DATE PIC 9(08).
000580     05 HC-DESC PIC X(30).

000581 FD  RUNPREQ.
000582 01  RUNPREQ-REC.
000583     COPY RUNPREQREC.

000584 FD  RUNLEDG.
000585 01  RUNLEDG-REC.
000586     COPY RUNLEDREC.

000590 WORKING-STORAGE SECTION.
000600 01  WS-BD-FS PIC X(02).
000610 01  WS-CK-FS PIC X(02).
000620 01  WS-OB-FS PIC X(02).
000630 01  WS-HC-FS PIC X(02).
000640 01  WS-BUS-DATE PIC 9(08) VALUE ZERO.
000642 01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
000644     05 WS-BUS-PERIOD PIC 9(06).
000646     05 WS-BUS-DD PIC 9(02).
000650 01  WS-PREV-BUS-DATE PIC 9(08) VALUE ZERO.

000660 01  WS-OB-EOF-SW PIC X(01) VALUE "N".
000820 01  WS-OB-TRAILER-SW PIC X(01) VALUE "N".
000830     88 OB-TRAILER-SEEN VALUE "Y".
000840 01  WS-OB-DTL-COUNT PIC 9(07) VALUE ZERO.
000850 01  WS-OB-DTL-TOTAL PIC S9(11)V99 VALUE ZERO.
000860 01  WS-OB-TRL-COUNT PIC 9(07) VALUE ZERO.
000870 01  WS-OB-TRL-TOTAL PIC S9(11)V99 VALUE ZERO.
000880 01  WS-OB-TRL-DATE PIC 9(08) VALUE ZERO.

000890 01  WS-HOL-COUNT PIC 9(03) COMP VALUE ZERO.
000940        10 HT-DATE PIC 9(08).

000950 01  WS-NEXT-DATE PIC 9(08) VALUE ZERO.
000952 01  WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
000954     05 WS-NEXT-PERIOD PIC 9(06).
000956     05 WS-NEXT-DD PIC 9(02).
000960 01  WS-DATE-INT PIC 9(07) COMP VALUE ZERO.
000970 01  WS-DOW-Q PIC 9(07) COMP VALUE ZERO.
000980 01  WS-DOW-R PIC 9(01) COMP VALUE ZERO.
000981 01  WS-SKIP-COUNT PIC 9(03) COMP VALUE ZERO.
000982 01  WS-SKIP-LIMIT PIC 9(03) COMP VALUE 30.

000983 01  WS-PQ-FS PIC X(02).
000984 01  WS-RL-FS PIC X(02).
000985 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
000986     88 RP-AT-EOF VALUE "Y".
000987 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
000988     88 RL-ON-FILE VALUE "Y".
000989 01  WS-RL-STEP PIC X(10) VALUE "DATEROLL".
000990 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
000991 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
000992 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
000993 01  WS-RL-RC PIC 9(04) VALUE ZERO.
000994 01  WS-RL-COUNTS.
000995     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
000996        10 WS-RL-CNT-LABEL PIC X(10).
000997        10 WS-RL-CNT-VALUE PIC 9(09).
000998 01  WS-ME-SW PIC X(01) VALUE "N".
000999     88 MONTH-END-ROLL VALUE "Y".
001000 01  WS-PRQ-DONE-SW PIC X(01) VALUE "N".
001001     88 PRQ-COMPLETE VALUE "Y".
001002 01  WS-PRQ-STAMP.
001003     05 WS-PRQ-DATE PIC 9(08).
001004     05 WS-PRQ-TIME PIC 9(08).
001005 01  WS-DEP-STAMP.
001006     05 WS-DEP-DATE PIC 9(08).
001007     05 WS-DEP-TIME PIC 9(08).

001010 PROCEDURE DIVISION.

001050     PERFORM 3000-VERIFY-SNAPSHOT THRU 3000-EXIT.
001060     PERFORM 4000-LOAD-CALENDAR THRU 4000-EXIT.
001070     PERFORM 5000-PICK-NEXT-DATE THRU 5000-EXIT.
001075     PERFORM 5500-VERIFY-LEDGER THRU 5500-EXIT.
001080     PERFORM 6000-ROLL-BUSDATE THRU 6000-EXIT.
001090     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001095     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001100     STOP RUN.

001110*----------------------------------------------------------*
001170     IF WS-BD-FS NOT = "00"
001180         DISPLAY "DATEROLL: BUSDATE NOT AVAILABLE " WS-BD-FS
001190         DISPLAY "DATEROLL: RUN CANNOT START WITHOUT A"
001191         DISPLAY "BUSINESS DATE"
001192         STOP RUN
001193     END-IF.
001194     READ BUSDATE
001195         AT END
001196             DISPLAY "DATEROLL: BUSDATE FILE IS EMPTY"
001197             CLOSE BUSDATE
001198             STOP RUN
001199         NOT AT END
001200             MOVE BD-BUS-DATE TO WS-BUS-DATE
001201             MOVE BD-PREV-BUS-DATE TO WS-PREV-BUS-DATE
001202     END-READ.
001203     CLOSE BUSDATE.
001204     DISPLAY "DATEROLL: BUSINESS DATE " WS-BUS-DATE.
001205     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001206 1000-EXIT.
001207     EXIT.

001208*----------------------------------------------------------*
001209* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
001210*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
001211*                     AND RECORD THE START OF THE RUN. THE  *
001212*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
001213*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
001214*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
001215*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
001216*                     COMPLETED.                            *
001217*----------------------------------------------------------*
001218 1900-LEDGER-START.
001219     OPEN INPUT RUNPREQ.
001220     IF WS-PQ-FS NOT = "00"
001221         DISPLAY "*** DATEROLL REFUSED ***"
001222         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
001223             WS-PQ-FS
001224         STOP RUN
001225     END-IF.
001226     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
001227     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
001228         UNTIL RP-AT-EOF.
001229     CLOSE RUNPREQ.
001230     IF WS-RL-REFUSE-CNT > ZERO
001231         MOVE "R" TO WS-RL-NEW-STATUS
001232         PERFORM 1940-POST-START THRU 1940-EXIT
001233         CLOSE RUNLEDG
001234         DISPLAY "*** DATEROLL REFUSED ***"
001235         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
001236             "DATE " WS-BUS-DATE
001237         STOP RUN
001238     END-IF.
001239     MOVE "S" TO WS-RL-NEW-STATUS.
001240     PERFORM 1940-POST-START THRU 1940-EXIT.
001241     CLOSE RUNLEDG.
001242 1900-EXIT.
001243     EXIT.

001244 1910-CHECK-PREREQ.
001245     READ RUNPREQ
001246         AT END
001247             MOVE "Y" TO WS-RP-EOF-SW
001248             GO TO 1910-EXIT
001249     END-READ.
001250     IF RP-STEP = WS-RL-STEP
001251         MOVE RP-PREREQ TO RL-STEP
001252         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001253         IF RL-ON-FILE AND RL-COMPLETE
001254             GO TO 1910-EXIT
001255         END-IF
001256         IF NOT RL-ON-FILE AND RP-MONTH-END
001257             GO TO 1910-EXIT
001258         END-IF
001259         ADD 1 TO WS-RL-REFUSE-CNT
001260         MOVE SPACES TO WS-RL-MESSAGE
001261         STRING "AWAITING " RP-PREREQ
001262             DELIMITED BY SIZE INTO WS-RL-MESSAGE
001263         DISPLAY "DATEROLL: " RP-PREREQ
001264             " HAS NOT COMPLETED FOR " WS-BUS-DATE
001265         GO TO 1910-EXIT
001266     END-IF.
001267     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
001268         MOVE RP-STEP TO RL-STEP
001269         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
001270         IF RL-ON-FILE AND RL-COMPLETE
001271             ADD 1 TO WS-RL-REFUSE-CNT
001272             MOVE SPACES TO WS-RL-MESSAGE
001273             STRING "OUT OF SEQUENCE AFTER " RP-STEP
001274                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
001275             DISPLAY "DATEROLL: " RP-STEP
001276                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
001277         END-IF
001278     END-IF.
001279 1910-EXIT.
001280     EXIT.

001281 1920-READ-LEDGER.
001282     MOVE WS-BUS-DATE TO RL-BUS-DATE.
001283     MOVE "Y" TO WS-RL-FOUND-SW.
001284     READ RUNLEDG KEY IS RL-KEY
001285         INVALID KEY
001286             MOVE "N" TO WS-RL-FOUND-SW
001287     END-READ.
001288 1920-EXIT.
001289     EXIT.

001290 1930-OPEN-LEDGER.
001291     OPEN I-O RUNLEDG.
001292     IF WS-RL-FS NOT = "00"
001293         OPEN OUTPUT RUNLEDG
001294         IF WS-RL-FS NOT = "00"
001295             DISPLAY "DATEROLL: ERROR OPENING RUNLEDG " WS-RL-FS
001296             STOP RUN
001297         END-IF
001298         CLOSE RUNLEDG
001299         OPEN I-O RUNLEDG
001300         IF WS-RL-FS NOT = "00"
001301             DISPLAY "DATEROLL: ERROR REOPENING RUNLEDG " WS-RL-FS
001302             STOP RUN
001303         END-IF
001304     END-IF.
001305 1930-EXIT.
001306     EXIT.

001307*----------------------------------------------------------*
001308* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
001309*                   ENTRY FOR TODAY AS STARTED (S) OR       *
001310*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
001311*                   EARLIER CLEAN COMPLETION STANDING.      *
001312*----------------------------------------------------------*
001313 1940-POST-START.
001314     MOVE WS-RL-STEP TO RL-STEP.
001315     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
001316     IF RL-ON-FILE AND RL-COMPLETE
001317         AND WS-RL-NEW-STATUS = "R"
001318         GO TO 1940-EXIT
001319     END-IF.
001320     IF NOT RL-ON-FILE
001321         INITIALIZE RUNLEDG-REC
001322         MOVE WS-BUS-DATE TO RL-BUS-DATE
001323         MOVE WS-RL-STEP TO RL-STEP
001324     END-IF.
001325     ADD 1 TO RL-RUN-COUNT.
001326     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
001327     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
001328     ACCEPT RL-START-TIME FROM TIME.
001329     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
001330     INITIALIZE RL-COUNTS.
001331     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
001332     IF RL-ON-FILE
001333         REWRITE RUNLEDG-REC
001334             INVALID KEY
001335                 DISPLAY "DATEROLL: RUNLEDG REWRITE FAILED "
001336                     WS-RL-FS
001337         END-REWRITE
001338     ELSE
001339         WRITE RUNLEDG-REC
001340             INVALID KEY
001341                 DISPLAY "DATEROLL: RUNLEDG WRITE FAILED "
001342                     WS-RL-FS
001343         END-WRITE
001344     END-IF.
001345 1940-EXIT.
001350     EXIT.

001360*----------------------------------------------------------*
003330     PERFORM 5210-SEARCH-STEP THRU 5210-EXIT
003340         UNTIL WS-HOL-IDX > WS-HOL-COUNT
003350         OR DATE-IS-HOLIDAY.
003351 5200-EXIT.
003352     EXIT.

003353 5210-SEARCH-STEP.
003354     IF HT-DATE(WS-HOL-IDX) = WS-NEXT-DATE
003355         MOVE "Y" TO WS-HOL-SW
003356     ELSE
003357         ADD 1 TO WS-HOL-IDX
003358     END-IF.
003359 5210-EXIT.
003360     EXIT.

003361*----------------------------------------------------------*
003362* 5500-VERIFY-LEDGER - CHECK TODAY'S RUNLEDG AGAINST THE   *
003363*                      WHOLE RUNPREQ TABLE. ON THE LAST    *
003364*                      WORKING DAY OF THE MONTH EVERY      *
003365*                      MONTH-END STEP DATEROLL LISTS MUST  *
003366*                      HAVE COMPLETED, AND NO STEP MAY HAVE*
003367*                      COMPLETED WITHOUT THE MONTH-END     *
003368*                      STEPS IT NEEDS. ON ANY DAY NO STEP  *
003369*                      MAY HAVE STARTED BEFORE A STEP IT   *
003370*                      DEPENDS ON FINISHED, AS HAPPENS WHEN*
003371*                      THE EARLIER STEP IS RERUN LATE.     *
003372*----------------------------------------------------------*
003373 5500-VERIFY-LEDGER.
003374     MOVE "N" TO WS-ME-SW.
003375     IF WS-NEXT-PERIOD NOT = WS-BUS-PERIOD
003376         MOVE "Y" TO WS-ME-SW
003377     END-IF.
003378     MOVE ZERO TO WS-RL-REFUSE-CNT.
003379     MOVE "N" TO WS-RP-EOF-SW.
003380     OPEN INPUT RUNPREQ.
003381     IF WS-PQ-FS NOT = "00"
003382         DISPLAY "*** DATEROLL REFUSED ***"
003383         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
003384             WS-PQ-FS
003385         STOP RUN
003386     END-IF.
003387     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
003388     PERFORM 5510-VERIFY-ENTRY THRU 5510-EXIT
003389         UNTIL RP-AT-EOF.
003390     CLOSE RUNPREQ.
003391     IF WS-RL-REFUSE-CNT = ZERO
003392         CLOSE RUNLEDG
003393         GO TO 5500-EXIT
003394     END-IF.
003395     MOVE WS-RL-STEP TO RL-STEP.
003396     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
003397     IF RL-ON-FILE
003398         MOVE "R" TO RL-STATUS
003399         MOVE WS-RL-MESSAGE TO RL-MESSAGE
003400         REWRITE RUNLEDG-REC
003401             INVALID KEY
003402                 DISPLAY "DATEROLL: RUNLEDG REWRITE FAILED "
003403                     WS-RL-FS
003404         END-REWRITE
003405     END-IF.
003406     CLOSE RUNLEDG.
003407     DISPLAY "*** DATEROLL REFUSED ***".
003408     DISPLAY "RUN LEDGER FOR " WS-BUS-DATE
003409         " FAILED VERIFICATION.".
003410     DISPLAY "THE BUSINESS DATE HAS NOT BEEN ADVANCED.".
003411     STOP RUN.
003412 5500-EXIT.
003413     EXIT.

003414 5510-VERIFY-ENTRY.
003415     READ RUNPREQ
003416         AT END
003417             MOVE "Y" TO WS-RP-EOF-SW
003418             GO TO 5510-EXIT
003419     END-READ.
003420     IF RP-MONTH-END AND NOT MONTH-END-ROLL
003421         GO TO 5510-EXIT
003422     END-IF.
003423     MOVE "N" TO WS-PRQ-DONE-SW.
003424     MOVE RP-PREREQ TO RL-STEP.
003425     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
003426     IF RL-ON-FILE AND RL-COMPLETE
003427         MOVE "Y" TO WS-PRQ-DONE-SW
003428         MOVE RL-END-DATE TO WS-PRQ-DATE
003429         MOVE RL-END-TIME TO WS-PRQ-TIME
003430     END-IF.
003431     IF RP-STEP = WS-RL-STEP
003432         IF NOT PRQ-COMPLETE
003433             ADD 1 TO WS-RL-REFUSE-CNT
003434             MOVE SPACES TO WS-RL-MESSAGE
003435             STRING "AWAITING " RP-PREREQ
003436                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
003437             DISPLAY "DATEROLL: " RP-PREREQ
003438                 " HAS NOT COMPLETED FOR " WS-BUS-DATE
003439         END-IF
003440         GO TO 5510-EXIT
003441     END-IF.
003442     MOVE RP-STEP TO RL-STEP.
003443     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
003444     IF NOT RL-ON-FILE OR NOT RL-COMPLETE
003445         GO TO 5510-EXIT
003446     END-IF.
003447     IF NOT PRQ-COMPLETE
003448         ADD 1 TO WS-RL-REFUSE-CNT
003449         MOVE SPACES TO WS-RL-MESSAGE
003450         STRING "AWAITING " RP-PREREQ
003451             DELIMITED BY SIZE INTO WS-RL-MESSAGE
003452         DISPLAY "DATEROLL: " RP-STEP
003453             " COMPLETED WITHOUT MONTH-END STEP " RP-PREREQ
003454         GO TO 5510-EXIT
003455     END-IF.
003456     MOVE RL-START-DATE TO WS-DEP-DATE.
003457     MOVE RL-START-TIME TO WS-DEP-TIME.
003458     IF WS-PRQ-STAMP > WS-DEP-STAMP
003459         ADD 1 TO WS-RL-REFUSE-CNT
003460         MOVE SPACES TO WS-RL-MESSAGE
003461         STRING "RERUN " RP-STEP
003462             DELIMITED BY SIZE INTO WS-RL-MESSAGE
003463         DISPLAY "DATEROLL: " RP-STEP
003464             " STARTED BEFORE " RP-PREREQ " FINISHED"
003465         DISPLAY "DATEROLL: " RP-STEP " MUST BE RERUN"
003466     END-IF.
003467 5510-EXIT.
003468     EXIT.

003469*----------------------------------------------------------*
003470* 6000-ROLL-BUSDATE - ALL PREREQUISITES VERIFIED: ROLL THE  *
003480*                     CURRENT DATE INTO THE PREVIOUS DATE   *
003490*                     AND ADVANCE TO THE NEXT WORKING DAY.  *
003710     DISPLAY "BUSINESS DATE ADVANCED SUCCESSFULLY".
003720 8000-EXIT.
003730     EXIT.

003740*----------------------------------------------------------*
003750* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
003760*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
003770*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
003780*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
003790*----------------------------------------------------------*
003800 8900-LEDGER-END.
003805     INITIALIZE WS-RL-COUNTS.
003810     MOVE "HOLIDAYS" TO WS-RL-CNT-LABEL(1).
003820     MOVE WS-HOL-COUNT TO WS-RL-CNT-VALUE(1).
003830     MOVE "NEW-DATE" TO WS-RL-CNT-LABEL(2).
003840     MOVE WS-NEXT-DATE TO WS-RL-CNT-VALUE(2).
003850     OPEN I-O RUNLEDG.
003860     IF WS-RL-FS NOT = "00"
003870         DISPLAY "DATEROLL: RUNLEDG NOT AVAILABLE " WS-RL-FS
003880         DISPLAY "DATEROLL: END OF RUN NOT RECORDED"
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
004120                 DISPLAY "DATEROLL: RUNLEDG REWRITE FAILED "
004130                     WS-RL-FS
004140         END-REWRITE
004150     ELSE
004160         WRITE RUNLEDG-REC
004170             INVALID KEY
004180                 DISPLAY "DATEROLL: RUNLEDG WRITE FAILED "
004190                     WS-RL-FS
004200         END-WRITE
004210     END-IF.
004220     CLOSE RUNLEDG.
004230 8900-EXIT.
004240     EXIT.
