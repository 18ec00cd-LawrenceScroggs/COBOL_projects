      ******************************************************************
      * Copybook: LOCK-REC
      * Purpose: One lock held on the shared lock file
      * (BATCH-LOCK.TXT).  The nightly chain holds CHAIN for its whole
      * run; each maintenance program holds the master it updates
      * (COURSE, ENROLLMENT, STUDENT, RATE, AWARD, HOLD, GL-MAP, and
      * GRADE for GPA-CALCULATOR's grade master and GPA history) for
      * as long as it runs, menu session or batch.  A program that
      * finds its resource held - or the chain running, or, for the
      * chain, anything held at all - names the holder and refuses
      * the run; nobody waits.  LK-OWNER is the login that took the
      * lock and LK-PROGRAM the program holding it.  A lock is
      * removed by its holder at the end of the run; one left behind
      * by a killed run is reported as stale but only an operator
      * takes it off (BATCH-LOCK RELEASE).
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.
      * 10/15/26 LS - GRADE resource added for GPA-CALCULATOR.
           03  LK-RESOURCE         PIC X(12).
           03  FILLER              PIC X.
           03  LK-OWNER            PIC X(12).
           03  FILLER              PIC X.
           03  LK-PROGRAM          PIC X(16).
           03  FILLER              PIC X.
           03  LK-DATE             PIC 9(8).
           03  FILLER              PIC X.
           03  LK-TIME             PIC 9(6).
