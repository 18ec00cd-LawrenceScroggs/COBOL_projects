      ******************************************************************
      * Copybook: GL-MAP-AUDIT-REC
      * Purpose: One entry on the cumulative GL account map change
      * journal (GL-MAP-JOURNAL.TXT): when the change happened, what
      * was done (ADD/UPDATE/DELETE), and the full before and after
      * row images laid out field for field like GL-MAP-REC.
      * Written by GLMAP-MAINT for every maintenance action applied
      * (menu or batch) - the same shape AWARD-AUDIT-REC gives the
      * award master.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  The college slots are named so a
      *   report can select by college without re-declaring the whole
      *   map layout twice.
           03  GLAUD-DATE          PIC 9(8).
           03  FILLER              PIC X.
           03  GLAUD-TIME          PIC 9(6).
           03  FILLER              PIC X.
           03  GLAUD-ACTION        PIC X(6).
           03  FILLER              PIC X.
           03  GLAUD-BEFORE.
               05  GLAUD-BEFORE-COLLEGE PIC X(24).
               05  FILLER              PIC X(61).
           03  FILLER              PIC X.
           03  GLAUD-AFTER.
               05  GLAUD-AFTER-COLLEGE PIC X(24).
               05  FILLER              PIC X(61).
