      ******************************************************************
      * Mods:
      * 08/23/26 LS - First cut.
      * 10/15/26 LS - Lock events from the shared lock file
      *   (BATCH-LOCK.TXT): LOCK, FREE, BUSY (refused - held), STALE
      *   (refused - held by a stale lock), and RLSE (an operator's
      *   release).  RL-STEP carries the resource; the counts area is
      *   read as RL-LOCK-INFO instead - the party that took, freed,
      *   or released the lock, or the holder a refused run ran into.
      * 10/15/26 LS - RL-LOCK-PROGRAM widened to 16, the full program
      *   name the lock file carries (LK-PROGRAM); the counts area
      *   gains a 3-byte FILLER at its end to make the room.  Lines
      *   written before the change read back blank-padded.
           03  RL-DATE             PIC 9(8).
           03  FILLER              PIC X.
           03  RL-TIME             PIC 9(6).
           03  RL-STEP             PIC X(12).
           03  FILLER              PIC X.
           03  RL-EVENT            PIC X(5).
               88  RL-LOCK-EVENT               VALUE "LOCK " "FREE "
                                               "BUSY " "STALE" "RLSE ".
           03  FILLER              PIC X.
           03  RL-RC               PIC 9(4).
           03  FILLER              PIC X.
           03  RL-COUNTS.
               05  RL-READ         PIC 9(6).
               05  FILLER          PIC X.
               05  RL-WRITTEN      PIC 9(6).
               05  FILLER          PIC X.
               05  RL-DOLLARS      PIC 9(10)V99.
               05  FILLER          PIC X(3).
           03  RL-LOCK-INFO REDEFINES RL-COUNTS.
               05  RL-LOCK-OWNER   PIC X(12).
               05  FILLER          PIC X.
               05  RL-LOCK-PROGRAM PIC X(16).
