000250* MODIFICATION HISTORY                                      *
000260*  DATE      BY   DESCRIPTION                                *
000270*  09/03/26  DLS  INITIAL VERSION.                           *
000271*  10/15/26  DLS  SIGNED BALANCES; SHOWS THE OVERDRAFT LIMIT *
000272*                 AND THE DATE AN ACCOUNT WENT OVERDRAWN.    *
000273*  10/15/26  DLS  STATUS E SHOWS AS ESCHEATED.               *
000274*  10/15/26  DLS  KEYED JOURNAL: ONLY THE INQUIRY ACCOUNT'S  *
000275*                 ENTRIES ARE READ, BY KEY, IN PLACE OF A    *
000276*                 SCAN OF THE WHOLE JOURNAL.                 *
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000360         FILE STATUS IS WS-ACC-FS.

000370     SELECT TRANJRNL ASSIGN TO TRANJRNL
000375         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000385         RECORD KEY IS JR-KEY
000390         FILE STATUS IS WS-JR-FS.

000400     SELECT REJFILE ASSIGN TO REJFILE
000670 01  WS-TYPE-TEXT PIC X(10) VALUE SPACES.
000680 01  WS-STATUS-TEXT PIC X(10) VALUE SPACES.
000690 01  WS-REASON-TEXT PIC X(30) VALUE SPACES.
000700 01  WS-BAL-DISP PIC ZZ,ZZZ,ZZ9.99-.
000710 01  WS-AMT-DISP PIC ZZ,ZZZ,ZZ9.99.
000717 01  WS-BEF-DISP PIC ZZ,ZZZ,ZZ9.99-.
000724 01  WS-AFT-DISP PIC ZZ,ZZZ,ZZ9.99-.
000731 01  WS-LIM-DISP PIC ZZ,ZZZ,ZZ9.99.

000740 01  WS-RA-COUNT PIC 9(02) COMP VALUE ZERO.
000750 01  WS-RA-MAX PIC 9(02) COMP VALUE 10.
000830        10 RA-TR-CODE PIC X(04).
000840        10 RA-TR-MEMO PIC X(30).
000850        10 RA-AMOUNT PIC 9(7)V99.
000860        10 RA-BAL-BEFORE PIC S9(7)V99.
000870        10 RA-BAL-AFTER PIC S9(7)V99.

000880 01  WS-JRNL-SEEN PIC 9(07) VALUE ZERO.
000890 01  WS-REJ-SEEN PIC 9(05) VALUE ZERO.
001790             MOVE "INACTIVE" TO WS-STATUS-TEXT
001800         WHEN ACCT-DORMANT
001810             MOVE "DORMANT" TO WS-STATUS-TEXT
001813         WHEN ACCT-ESCHEATED
001816             MOVE "ESCHEATED" TO WS-STATUS-TEXT
001820         WHEN OTHER
001830             MOVE "UNKNOWN" TO WS-STATUS-TEXT
001840     END-EVALUATE.
001910     DISPLAY "STATUS        : " ACCT-STATUS " - "
001920         WS-STATUS-TEXT.
001930     DISPLAY "BALANCE       : " WS-BAL-DISP.
001931     IF ACCT-OD-LIMIT > ZERO
001932         MOVE ACCT-OD-LIMIT TO WS-LIM-DISP
001933         DISPLAY "OD LIMIT      : " WS-LIM-DISP
001934     END-IF.
001935     IF ACCT-OD-SINCE-DATE NOT = ZERO
001936         DISPLAY "OVERDRAWN ON  : " ACCT-OD-SINCE-DATE
001937     END-IF.
001940     DISPLAY "LAST ACTIVITY : " ACCT-LAST-ACT-DATE.
001950 3000-EXIT.
001960     EXIT.
002090             WS-JR-FS
002100         GO TO 4000-EXIT
002110     END-IF.
002111     MOVE WS-INQ-ACCT-NO TO JR-ACCT-NO.
002112     MOVE ZERO TO JR-BUS-DATE.
002113     MOVE ZERO TO JR-SEQ-NO.
002114     START TRANJRNL KEY IS NOT LESS THAN JR-KEY
002115         INVALID KEY
002116             MOVE "Y" TO WS-JR-EOF-SW
002117     END-START.
002120     PERFORM 4100-SCAN-JOURNAL THRU 4100-EXIT
002130         UNTIL JR-AT-EOF.
002140     CLOSE TRANJRNL.

002270*----------------------------------------------------------*
002280* 4100-SCAN-JOURNAL - KEEP A ROLLING TABLE OF THE LAST TEN  *
002284*                     POSTINGS FOR THE INQUIRY ACCOUNT. THE *
002288*                     JOURNAL IS KEYED BY ACCOUNT, SO THE   *
002292*                     FIRST ENTRY FOR ANOTHER ACCOUNT ENDS  *
002296*                     THE SCAN.                             *
002300*----------------------------------------------------------*
002310 4100-SCAN-JOURNAL.
002320     READ TRANJRNL NEXT
002330         AT END
002340             MOVE "Y" TO WS-JR-EOF-SW
002350             GO TO 4100-EXIT
002360     END-READ.
002370     IF JR-ACCT-NO NOT = WS-INQ-ACCT-NO
002375         MOVE "Y" TO WS-JR-EOF-SW
002380         GO TO 4100-EXIT
002390     END-IF.
002400     ADD 1 TO WS-JRNL-SEEN.
