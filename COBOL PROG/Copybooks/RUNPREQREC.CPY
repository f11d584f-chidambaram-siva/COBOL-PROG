      *=================================================*
      * RUNPREQREC - RUNPREQ JOB-STREAM PREREQUISITE    *
      *              TABLE, MAINTAINED BY OPERATIONS.   *
      *              ONE RECORD PER DEPENDENCY: STEP    *
      *              RP-STEP MAY NOT START UNTIL STEP   *
      *              RP-PREREQ HAS COMPLETED CLEANLY ON *
      *              THE SAME BUSINESS DATE. ON A DAILY *
      *              (D) ENTRY RP-PREREQ MAY NOT BE     *
      *              RERUN ONCE RP-STEP HAS COMPLETED.  *
      *              A MONTH-END (M) PREREQUISITE NEED  *
      *              NOT HAVE RUN; IF IT HAS IT MUST    *
      *              HAVE COMPLETED; DATEROLL REQUIRES  *
      *              IT ON THE LAST WORKING DAY OF THE  *
      *              MONTH AND CHECKS IT FINISHED       *
      *              BEFORE RP-STEP STARTED. THE        *
      *              DATEROLL ENTRIES LIST EVERY STEP   *
      *              REQUIRED BEFORE THE DATE MAY ROLL. *
      *=================================================*
           05 RP-STEP PIC X(10).
           05 RP-PREREQ PIC X(10).
           05 RP-WHEN PIC X(01).
              88 RP-DAILY VALUE "D" " ".
              88 RP-MONTH-END VALUE "M".
