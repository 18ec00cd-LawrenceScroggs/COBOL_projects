      ******************************************************************
      * Copybook: AWARD-AUDIT-REC
      * Purpose: One entry on the cumulative award-master change
      * journal (AWARD-JOURNAL.TXT): when the change happened, what
      * was done (ADD/UPDATE/DELETE), and the full before and after
      * record images laid out field for field like AWARD-REC.
      * Written by AWARD-MAINT for every maintenance action applied
      * (menu or batch) - the same shape STUDENT-AUDIT-REC gives the
      * student master.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  The student ID and term slots are
      *   named so a report can select by student without re-declaring
      *   the whole award layout twice.
           03  AWAUD-DATE          PIC 9(8).
           03  FILLER              PIC X.
           03  AWAUD-TIME          PIC 9(6).
           03  FILLER              PIC X.
           03  AWAUD-ACTION        PIC X(6).
           03  FILLER              PIC X.
           03  AWAUD-BEFORE.
               05  AWAUD-BEFORE-ID     PIC X(9).
               05  AWAUD-BEFORE-TERM   PIC X(6).
               05  FILLER              PIC X(47).
           03  FILLER              PIC X.
           03  AWAUD-AFTER.
               05  AWAUD-AFTER-ID      PIC X(9).
               05  AWAUD-AFTER-TERM    PIC X(6).
               05  FILLER              PIC X(47).
