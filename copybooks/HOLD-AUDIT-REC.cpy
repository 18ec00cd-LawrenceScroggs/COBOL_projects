      ******************************************************************
      * Copybook: HOLD-AUDIT-REC
      * Purpose: One entry on the cumulative hold-master change
      * journal (HOLD-JOURNAL.TXT): when the change happened, what
      * was done (PLACE/REOPEN/RELEASE/DELETE), and the full before
      * and after record images laid out field for field like
      * HOLD-REC.  Written by HOLD-MAINT for every maintenance action
      * applied (menu or batch) and by GPA-LISTS for each probation
      * hold it places - the same shape AWARD-AUDIT-REC gives the
      * award master.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  The student ID and hold type slots
      *   are named so a report can select by student without
      *   re-declaring the whole hold layout twice.
           03  HDAUD-DATE          PIC 9(8).
           03  FILLER              PIC X.
           03  HDAUD-TIME          PIC 9(6).
           03  FILLER              PIC X.
           03  HDAUD-ACTION        PIC X(7).
           03  FILLER              PIC X.
           03  HDAUD-BEFORE.
               05  HDAUD-BEFORE-ID     PIC X(9).
               05  HDAUD-BEFORE-TYPE   PIC X(4).
               05  FILLER              PIC X(54).
           03  FILLER              PIC X.
           03  HDAUD-AFTER.
               05  HDAUD-AFTER-ID      PIC X(9).
               05  HDAUD-AFTER-TYPE    PIC X(4).
               05  FILLER              PIC X(54).
