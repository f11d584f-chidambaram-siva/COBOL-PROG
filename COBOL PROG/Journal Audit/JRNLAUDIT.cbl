000200     TO THE ACCOUNT1 MASTER BALANCE, LISTING EVERY ACCOUNT
000210     WHOSE CHAIN IS BROKEN - A POSTING MADE OUTSIDE VSAMFILE,
000220     A MISSING JOURNAL RECORD, OR A BALANCE CHANGED DIRECTLY.
000224     INTPOST, FEEPOST AND ACCTMAINT JOURNAL THEIR INTEREST,
000228     SERVICE-CHARGE AND OPENING-BALANCE POSTINGS, SO THE AUDIT
000232     RUNS AFTER THE DAY'S POSTING STEPS. IT MUST RUN BEFORE
000236     EODSNAP: IT STARTS FROM THE OPENBAL SNAPSHOT STAMPED WITH
000240     THE PREVIOUS BUSINESS DATE, WHICH EODSNAP REPLACES.
000244     RUNPREQ CARRIES EODSNAP AFTER JRNLAUDIT AS A DAILY ENTRY.
000250*----------------------------------------------------------*
000260* MODIFICATION HISTORY                                      *
000270*  DATE      BY   DESCRIPTION                                *
000271*  09/03/26  DLS  INITIAL VERSION.                           *
000272*  10/15/26  DLS  NO LONGER TIED TO RUNNING BEFORE INTPOST   *
000273*                 AND FEEPOST NOW THAT THEY JOURNAL.         *
000274*  10/15/26  DLS  SIGNED BALANCES SO OVERDRAWN ACCOUNTS      *
000275*                 REPLAY AND REPORT CORRECTLY.               *
000276*  10/15/26  DLS  RUN LEDGER: PREREQUISITES CHECKED ON       *
000277*                 RUNPREQ AT START; START, END, RETURN       *
000278*                 CODE AND KEY COUNTS RECORDED ON RUNLEDG.   *
000279*  10/15/26  DLS  KEYED JOURNAL: EACH ACCOUNT'S ENTRIES FOR  *
000280*                 THE DAY ARE READ DIRECTLY BY KEY IN PLACE  *
000281*                 OF LOADING THE WHOLE JOURNAL INTO A TABLE; *
000282*                 THE 20000-ENTRY CEILING IS GONE.           *
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000350         FILE STATUS IS WS-OB-FS.

000360     SELECT TRANJRNL ASSIGN TO TRANJRNL
000365         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000375         RECORD KEY IS JR-KEY
000380         FILE STATUS IS WS-JR-FS.

000390     SELECT ACCOUNT1 ASSIGN TO ACCOUNTF
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-BD-FS.

000491     SELECT RUNPREQ ASSIGN TO RUNPREQ
000492         ORGANIZATION IS SEQUENTIAL
000493         FILE STATUS IS WS-PQ-FS.

000494     SELECT RUNLEDG ASSIGN TO RUNLEDG
000495         ORGANIZATION IS INDEXED
000496         ACCESS MODE IS DYNAMIC
000497         RECORD KEY IS RL-KEY
000498         FILE STATUS IS WS-RL-FS.

000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  OPENBAL.
000640 01  BUSDATE-REC.
000650     COPY BUSDTREC.

000651 FD  RUNPREQ.
000652 01  RUNPREQ-REC.
000653     COPY RUNPREQREC.

000654 FD  RUNLEDG.
000655 01  RUNLEDG-REC.
000656     COPY RUNLEDREC.

000660 WORKING-STORAGE SECTION.
000670 01  WS-OB-FS PIC X(02).
000680 01  WS-JR-FS PIC X(02).
000870     88 ACCT-IN-EXCEPTION VALUE "Y".
000880 01  WS-OPEN-FULL-SW PIC X(01) VALUE "N".
000890     88 OPEN-FULL-WARNED VALUE "Y".

000920 01  WS-OB-TRAILER-SW PIC X(01) VALUE "N".
000930     88 OB-TRAILER-SEEN VALUE "Y".
000940 01  WS-OB-DTL-COUNT PIC 9(07) VALUE ZERO.
000950 01  WS-OB-DTL-TOTAL PIC S9(11)V99 VALUE ZERO.
000960 01  WS-OB-TRL-COUNT PIC 9(07) VALUE ZERO.
000970 01  WS-OB-TRL-TOTAL PIC S9(11)V99 VALUE ZERO.
000980 01  WS-OB-TRL-DATE PIC 9(08) VALUE ZERO.

000990 01  WS-OPEN-COUNT PIC 9(05) COMP VALUE ZERO.
001020 01  OPEN-TABLE.
001030     05 OPEN-ENTRY OCCURS 5000 TIMES.
001040        10 OT-ACCT-NO PIC X(10).
001050        10 OT-BALANCE PIC S9(7)V99.

001060 01  WS-JRNL-COUNT PIC 9(07) COMP VALUE ZERO.

001070 01  WS-REPLAY-BAL PIC S9(7)V99 VALUE ZERO.
001170 01  WS-ACCTS-READ PIC 9(05) COMP VALUE ZERO.
001180 01  WS-ACCTS-CLEAN PIC 9(05) COMP VALUE ZERO.
001190 01  WS-ACCTS-EXCP PIC 9(05) COMP VALUE ZERO.
001280     05 FILLER PIC X(02) VALUE SPACES.
001290     05 WS-EX-TRANSNO PIC X(10).
001300     05 FILLER PIC X(02) VALUE SPACES.
001310     05 WS-EX-EXPECTED PIC ZZ,ZZZ,ZZ9.99-.
001320     05 FILLER PIC X(02) VALUE SPACES.
001330     05 WS-EX-ACTUAL PIC ZZ,ZZZ,ZZ9.99-.
001340     05 FILLER PIC X(47) VALUE SPACES.

001350 01  WS-COLHDR-LINE.
001360     05 FILLER PIC X(02) VALUE SPACES.
001400     05 FILLER PIC X(12) VALUE "TRANS NO".
001410     05 FILLER PIC X(15) VALUE "      EXPECTED".
001420     05 FILLER PIC X(15) VALUE "        ACTUAL".
001421     05 FILLER PIC X(45) VALUE SPACES.

001422 01  WS-PQ-FS PIC X(02).
001423 01  WS-RL-FS PIC X(02).
001424 01  WS-RP-EOF-SW PIC X(01) VALUE "N".
001425     88 RP-AT-EOF VALUE "Y".
001426 01  WS-RL-FOUND-SW PIC X(01) VALUE "N".
001427     88 RL-ON-FILE VALUE "Y".
001428 01  WS-RL-STEP PIC X(10) VALUE "JRNLAUDIT".
001429 01  WS-RL-NEW-STATUS PIC X(01) VALUE SPACES.
001430 01  WS-RL-REFUSE-CNT PIC 9(03) COMP VALUE ZERO.
001431 01  WS-RL-MESSAGE PIC X(30) VALUE SPACES.
001432 01  WS-RL-RC PIC 9(04) VALUE ZERO.
001433 01  WS-RL-COUNTS.
001434     05 WS-RL-COUNT-ENTRY OCCURS 4 TIMES.
001435        10 WS-RL-CNT-LABEL PIC X(10).
001436        10 WS-RL-CNT-VALUE PIC 9(09).

001440 PROCEDURE DIVISION.

001470     PERFORM 2000-LOAD-OPENING THRU 2000-EXIT
001480         UNTIL OB-AT-EOF.
001490     PERFORM 2500-VERIFY-OPENING THRU 2500-EXIT.
001540     PERFORM 4000-AUDIT-ACCOUNT THRU 4000-EXIT
001550         UNTIL ACC-AT-EOF.
001560     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
001570     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001575     PERFORM 8900-LEDGER-END THRU 8900-EXIT.
001580     STOP RUN.

001590*----------------------------------------------------------*
001630*----------------------------------------------------------*
001640 1000-INITIALIZE.
001650     PERFORM 1100-READ-BUSDATE THRU 1100-EXIT.
001655     PERFORM 1900-LEDGER-START THRU 1900-EXIT.
001660     OPEN INPUT OPENBAL.
001670     IF WS-OB-FS NOT = "00"
001680         DISPLAY "JRNLAUDIT: OPENBAL NOT AVAILABLE " WS-OB-FS
002090     IF WS-BD-FS NOT = "00"
002100         DISPLAY "JRNLAUDIT: BUSDATE NOT AVAILABLE " WS-BD-FS
002110         DISPLAY "JRNLAUDIT: RUN CANNOT START WITHOUT A"
002111         DISPLAY "BUSINESS DATE"
002112         STOP RUN
002113     END-IF.
002114     READ BUSDATE
002115         AT END
002116             DISPLAY "JRNLAUDIT: BUSDATE FILE IS EMPTY"
002117             CLOSE BUSDATE
002118             STOP RUN
002119         NOT AT END
002120             MOVE BD-BUS-DATE TO WS-BUS-DATE
002121             MOVE BD-PREV-BUS-DATE TO WS-PREV-BUS-DATE
002122     END-READ.
002123     CLOSE BUSDATE.
002124     DISPLAY "JRNLAUDIT: BUSINESS DATE " WS-BUS-DATE.
002125 1100-EXIT.
002126     EXIT.

002127*----------------------------------------------------------*
002128* 1900-LEDGER-START - CHECK THIS STEP'S ENTRIES IN THE      *
002129*                     RUNPREQ TABLE AGAINST TODAY'S RUNLEDG *
002130*                     AND RECORD THE START OF THE RUN. THE  *
002131*                     RUN IS REFUSED, BEFORE ANY FILE IS    *
002132*                     TOUCHED, WHILE A STEP IT DEPENDS ON   *
002133*                     HAS NOT COMPLETED CLEANLY TODAY, OR   *
002134*                     ONCE A STEP THAT DEPENDS ON IT HAS    *
002135*                     COMPLETED.                            *
002136*----------------------------------------------------------*
002137 1900-LEDGER-START.
002138     OPEN INPUT RUNPREQ.
002139     IF WS-PQ-FS NOT = "00"
002140         DISPLAY "*** JRNLAUDIT REFUSED ***"
002141         DISPLAY "RUNPREQ PREREQUISITE TABLE NOT AVAILABLE "
002142             WS-PQ-FS
002143         STOP RUN
002144     END-IF.
002145     PERFORM 1930-OPEN-LEDGER THRU 1930-EXIT.
002146     PERFORM 1910-CHECK-PREREQ THRU 1910-EXIT
002147         UNTIL RP-AT-EOF.
002148     CLOSE RUNPREQ.
002149     IF WS-RL-REFUSE-CNT > ZERO
002150         MOVE "R" TO WS-RL-NEW-STATUS
002151         PERFORM 1940-POST-START THRU 1940-EXIT
002152         CLOSE RUNLEDG
002153         DISPLAY "*** JRNLAUDIT REFUSED ***"
002154         DISPLAY "JOB-STREAM PREREQUISITES NOT MET FOR BUSINESS "
002155             "DATE " WS-BUS-DATE
002156         STOP RUN
002157     END-IF.
002158     MOVE "S" TO WS-RL-NEW-STATUS.
002159     PERFORM 1940-POST-START THRU 1940-EXIT.
002160     CLOSE RUNLEDG.
002161 1900-EXIT.
002162     EXIT.

002163 1910-CHECK-PREREQ.
002164     READ RUNPREQ
002165         AT END
002166             MOVE "Y" TO WS-RP-EOF-SW
002167             GO TO 1910-EXIT
002168     END-READ.
002169     IF RP-STEP = WS-RL-STEP
002170         MOVE RP-PREREQ TO RL-STEP
002171         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002172         IF RL-ON-FILE AND RL-COMPLETE
002173             GO TO 1910-EXIT
002174         END-IF
002175         IF NOT RL-ON-FILE AND RP-MONTH-END
002176             GO TO 1910-EXIT
002177         END-IF
002178         ADD 1 TO WS-RL-REFUSE-CNT
002179         MOVE SPACES TO WS-RL-MESSAGE
002180         STRING "AWAITING " RP-PREREQ
002181             DELIMITED BY SIZE INTO WS-RL-MESSAGE
002182         DISPLAY "JRNLAUDIT: " RP-PREREQ
002183             " HAS NOT COMPLETED FOR " WS-BUS-DATE
002184         GO TO 1910-EXIT
002185     END-IF.
002186     IF RP-PREREQ = WS-RL-STEP AND NOT RP-MONTH-END
002187         MOVE RP-STEP TO RL-STEP
002188         PERFORM 1920-READ-LEDGER THRU 1920-EXIT
002189         IF RL-ON-FILE AND RL-COMPLETE
002190             ADD 1 TO WS-RL-REFUSE-CNT
002191             MOVE SPACES TO WS-RL-MESSAGE
002192             STRING "OUT OF SEQUENCE AFTER " RP-STEP
002193                 DELIMITED BY SIZE INTO WS-RL-MESSAGE
002194             DISPLAY "JRNLAUDIT: " RP-STEP
002195                 " HAS ALREADY COMPLETED - RERUN OUT OF SEQUENCE"
002196         END-IF
002197     END-IF.
002198 1910-EXIT.
002199     EXIT.

002200 1920-READ-LEDGER.
002201     MOVE WS-BUS-DATE TO RL-BUS-DATE.
002202     MOVE "Y" TO WS-RL-FOUND-SW.
002203     READ RUNLEDG KEY IS RL-KEY
002204         INVALID KEY
002205             MOVE "N" TO WS-RL-FOUND-SW
002206     END-READ.
002207 1920-EXIT.
002208     EXIT.

002209 1930-OPEN-LEDGER.
002210     OPEN I-O RUNLEDG.
002211     IF WS-RL-FS NOT = "00"
002212         OPEN OUTPUT RUNLEDG
002213         IF WS-RL-FS NOT = "00"
002214             DISPLAY "JRNLAUDIT: ERROR OPENING RUNLEDG " WS-RL-FS
002215             STOP RUN
002216         END-IF
002217         CLOSE RUNLEDG
002218         OPEN I-O RUNLEDG
002219         IF WS-RL-FS NOT = "00"
002220             DISPLAY "JRNLAUDIT: ERROR REOPENING RUNLEDG "
002221                 WS-RL-FS
002222             STOP RUN
002223         END-IF
002224     END-IF.
002225 1930-EXIT.
002226     EXIT.

002227*----------------------------------------------------------*
002228* 1940-POST-START - WRITE OR REWRITE THIS STEP'S LEDGER     *
002229*                   ENTRY FOR TODAY AS STARTED (S) OR       *
002230*                   REFUSED (R). A REFUSED RERUN LEAVES AN  *
002231*                   EARLIER CLEAN COMPLETION STANDING.      *
002232*----------------------------------------------------------*
002233 1940-POST-START.
002234     MOVE WS-RL-STEP TO RL-STEP.
002235     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
002236     IF RL-ON-FILE AND RL-COMPLETE
002237         AND WS-RL-NEW-STATUS = "R"
002238         GO TO 1940-EXIT
002239     END-IF.
002240     IF NOT RL-ON-FILE
002241         INITIALIZE RUNLEDG-REC
002242         MOVE WS-BUS-DATE TO RL-BUS-DATE
002243         MOVE WS-RL-STEP TO RL-STEP
002244     END-IF.
002245     ADD 1 TO RL-RUN-COUNT.
002246     MOVE WS-RL-NEW-STATUS TO RL-STATUS.
002247     ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
002248     ACCEPT RL-START-TIME FROM TIME.
002249     MOVE ZERO TO RL-END-DATE RL-END-TIME RL-RETURN-CODE.
002250     INITIALIZE RL-COUNTS.
002251     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
002252     IF RL-ON-FILE
002253         REWRITE RUNLEDG-REC
002254             INVALID KEY
002255                 DISPLAY "JRNLAUDIT: RUNLEDG REWRITE FAILED "
002256                     WS-RL-FS
002257         END-REWRITE
002258     ELSE
002259         WRITE RUNLEDG-REC
002260             INVALID KEY
002261                 DISPLAY "JRNLAUDIT: RUNLEDG WRITE FAILED "
002262                     WS-RL-FS
002263         END-WRITE
002264     END-IF.
002265 1940-EXIT.
002270     EXIT.

002280*----------------------------------------------------------*
002890     EXIT.

002900*----------------------------------------------------------*
003240* 4000-AUDIT-ACCOUNT - REPLAY ONE ACCOUNT: ANCHOR AT THE    *
003250*                      EXTRACT BALANCE, CHAIN TODAY'S       *
003260*                      JOURNAL IMAGES FORWARD, AND COMPARE  *
003410         MOVE "N" TO WS-CHAIN-SW
003420         MOVE ZERO TO WS-REPLAY-BAL
003430     END-IF.
003440     PERFORM 4150-POSITION-JOURNAL THRU 4150-EXIT.
003450     PERFORM 4200-REPLAY-STEP THRU 4200-EXIT
003460         UNTIL JR-AT-EOF.
003470     PERFORM 4300-FINAL-CHECK THRU 4300-EXIT.
003480     IF ACCT-IN-EXCEPTION
003490         ADD 1 TO WS-ACCTS-EXCP
003790     EXIT.

003800*----------------------------------------------------------*
003802* 4150-POSITION-JOURNAL - POINT THE JOURNAL AT THE CURRENT  *
003804*                         ACCOUNT'S FIRST ENTRY FOR THE     *
003806*                         BUSINESS DATE. EARLIER DAYS ARE   *
003808*                         ALREADY INSIDE THE OPENING        *
003810*                         EXTRACT AND ARE NEVER READ.       *
003812*----------------------------------------------------------*
003814 4150-POSITION-JOURNAL.
003816     MOVE "Y" TO WS-JR-EOF-SW.
003818     IF NOT JR-FILE-PRESENT
003820         GO TO 4150-EXIT
003822     END-IF.
003824     MOVE "N" TO WS-JR-EOF-SW.
003826     MOVE ACCT-NO TO JR-ACCT-NO.
003828     MOVE WS-BUS-DATE TO JR-BUS-DATE.
003830     MOVE ZERO TO JR-SEQ-NO.
003832     START TRANJRNL KEY IS NOT LESS THAN JR-KEY
003834         INVALID KEY
003836             MOVE "Y" TO WS-JR-EOF-SW
003838     END-START.
003840 4150-EXIT.
003842     EXIT.

003844*----------------------------------------------------------*
003846* 4200-REPLAY-STEP - APPLY THE CURRENT ACCOUNT'S NEXT      *
003848*                    JOURNAL ENTRY FOR THE DAY, IN POSTING *
003850*                    ORDER. A BEFORE-IMAGE THAT DOES NOT   *
003852*                    MATCH THE RUNNING BALANCE BREAKS THE  *
003854*                    CHAIN AND IS LISTED; THE CHAIN        *
003856*                    RESYNCS ON THE JOURNALLED IMAGE AND   *
003858*                    CONTINUES.                            *
003870*----------------------------------------------------------*
003880 4200-REPLAY-STEP.
003883     READ TRANJRNL NEXT
003886         AT END
003889             MOVE "Y" TO WS-JR-EOF-SW
003892             GO TO 4200-EXIT
003895     END-READ.
003898     IF JR-ACCT-NO NOT = ACCT-NO
003901         OR JR-BUS-DATE NOT = WS-BUS-DATE
003904         MOVE "Y" TO WS-JR-EOF-SW
003907         GO TO 4200-EXIT
003910     END-IF.
003915     ADD 1 TO WS-JRNL-COUNT.
003920     IF NOT CHAIN-STARTED
003930         MOVE JR-BAL-BEFORE TO WS-REPLAY-BAL
003940         MOVE "Y" TO WS-CHAIN-SW
003950     END-IF.
003960     IF JR-BAL-BEFORE NOT = WS-REPLAY-BAL
003970         MOVE "CHAIN BREAK" TO WS-EX-CONDITION
003980         MOVE JR-TRANSNO TO WS-EX-TRANSNO
003990         MOVE WS-REPLAY-BAL TO WS-EX-EXPECTED
004000         MOVE JR-BAL-BEFORE TO WS-EX-ACTUAL
004010         PERFORM 4400-WRITE-EXCEPTION THRU 4400-EXIT
004020     END-IF.
004030     MOVE JR-BAL-AFTER TO WS-REPLAY-BAL.
004060 4200-EXIT.
004070     EXIT.

004740     END-IF.
004750 8000-EXIT.
004760     EXIT.

004770*----------------------------------------------------------*
004780* 8900-LEDGER-END - RECORD THE END OF THE RUN ON RUNLEDG    *
004790*                   WITH ITS RETURN CODE AND KEY COUNTS. A  *
004800*                   RETURN CODE OF 8 OR MORE IS A FAILED    *
004810*                   (F) RUN; ANYTHING LESS IS COMPLETE (C). *
004820*----------------------------------------------------------*
004830 8900-LEDGER-END.
004835     INITIALIZE WS-RL-COUNTS.
004840     MOVE "AUDITED" TO WS-RL-CNT-LABEL(1).
004850     MOVE WS-ACCTS-READ TO WS-RL-CNT-VALUE(1).
004860     MOVE "CLEAN" TO WS-RL-CNT-LABEL(2).
004870     MOVE WS-ACCTS-CLEAN TO WS-RL-CNT-VALUE(2).
004880     MOVE "BROKEN" TO WS-RL-CNT-LABEL(3).
004890     MOVE WS-ACCTS-EXCP TO WS-RL-CNT-VALUE(3).
004900     MOVE "JOURNAL" TO WS-RL-CNT-LABEL(4).
004910     MOVE WS-JRNL-COUNT TO WS-RL-CNT-VALUE(4).
004920     IF WS-ACCTS-EXCP > ZERO
004930         MOVE 4 TO WS-RL-RC
004940     END-IF.
004950     OPEN I-O RUNLEDG.
004960     IF WS-RL-FS NOT = "00"
004970         DISPLAY "JRNLAUDIT: RUNLEDG NOT AVAILABLE " WS-RL-FS
004980         DISPLAY "JRNLAUDIT: END OF RUN NOT RECORDED"
004990         GO TO 8900-EXIT
005000     END-IF.
005010     MOVE WS-RL-STEP TO RL-STEP.
005020     PERFORM 1920-READ-LEDGER THRU 1920-EXIT.
005030     IF NOT RL-ON-FILE
005040         INITIALIZE RUNLEDG-REC
005050         MOVE WS-BUS-DATE TO RL-BUS-DATE
005060         MOVE WS-RL-STEP TO RL-STEP
005070         MOVE 1 TO RL-RUN-COUNT
005080     END-IF.
005090     IF WS-RL-RC < 8
005100         MOVE "C" TO RL-STATUS
005110     ELSE
005120         MOVE "F" TO RL-STATUS
005130     END-IF.
005140     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
005150     ACCEPT RL-END-TIME FROM TIME.
005160     MOVE WS-RL-RC TO RL-RETURN-CODE.
005170     MOVE WS-RL-MESSAGE TO RL-MESSAGE.
005180     MOVE WS-RL-COUNTS TO RL-COUNTS.
005190     IF RL-ON-FILE
005200         REWRITE RUNLEDG-REC
005210             INVALID KEY
005220                 DISPLAY "JRNLAUDIT: RUNLEDG REWRITE FAILED "
005230                     WS-RL-FS
005240         END-REWRITE
005250     ELSE
005260         WRITE RUNLEDG-REC
005270             INVALID KEY
005280                 DISPLAY "JRNLAUDIT: RUNLEDG WRITE FAILED "
005290                     WS-RL-FS
005300         END-WRITE
005310     END-IF.
005320     CLOSE RUNLEDG.
005330 8900-EXIT.
005340     EXIT.
