      * GAMELOG is indexed: GLG-KEY (date + operator + end time)
      * is the record key, GLG-OPERATOR-ID an alternate key with
      * duplicates so one operator's games can be read directly.
      * GLG-EVALUATEUR carries the supervisor whose ASSESS window
      * was open when the game ended (blank = practice game).
      * The record grew from 47 to 57 bytes with GLG-EVALUATEUR:
      * at installation unload the batch GAMELOG and the four
      * terminal files (TRNG.TERM1-4.GAMELOG) with the old Gameunld
      * (job TRNGMUNL), then load each back with Gamecnv (job
      * TRNGMCNV), which reads the 47-byte unload and blanks the
      * evaluator. The line
      * sequential copies (GAMEARCH, GAMEBKP) need no conversion:
      * their older, shorter records read back with it blank.
      *-----------------------------------------------------------
       01  GAMELOG-RECORD.
           05  GLG-KEY.
           05  GLG-TARGET          PIC 99.
           05  GLG-ATTEMPTS        PIC 99.
           05  GLG-OUTCOME         PIC X(9).
           05  GLG-EVALUATEUR      PIC X(10).
