      * session of Manipulation or Manipulation2. DRL-TYPE carries
      * the drill played ('MANIP1-P', 'MANIP1-M' or 'MANIP2');
      * DRL-SECONDS is the session duration in seconds.
      * DRL-EVALUATEUR carries the supervisor whose ASSESS window
      * was open when the quiz ended (blank = practice quiz).
      * DRILLSCR is line sequential: the 45-byte records written
      * before DRL-EVALUATEUR read back with it blank, so the
      * file needs no conversion.
      *-----------------------------------------------------------
       01  DRILLSCORE-RECORD.
           05  DRL-OPERATOR-ID     PIC X(10).
           05  DRL-CORRECT         PIC 9(4).
           05  DRL-WRONG           PIC 9(4).
           05  DRL-SECONDS         PIC 9(5).
           05  DRL-EVALUATEUR      PIC X(10).
