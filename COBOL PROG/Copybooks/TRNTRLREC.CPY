      *              STAMPING BUSINESS DATE PLUS A BATCH *
      *              SERIAL UNIQUE TO THE WRITING        *
      *              PROGRAM (TE01 TRANEDIT, RC01        *
      *              REJCYCLE, SG01 STORDGEN, AM01       *
      *              ACCTMAINT CLOSE-OUT TRANSFERS, AM02 *
      *              AND ON FOR A SAME-DAY RERUN) -      *
      *              SO A DOUBLED OR STALE TRANSMISSION  *
      *              IS REFUSED BEFORE ANYTHING POSTS.   *
      *=================================================*
           05 TT-TRAILER-ID PIC X(10).
              88 TT-TRAILER-PRESENT VALUE "##TRAILER#".
