      ******************************************************************
      * Copybook: WAITLIST-REC
      * Purpose: One student waiting for a seat in a full section, on
      * WAITLIST.TXT.  ENROLL-MAINT appends an entry when an add finds
      * the section at its COURSE-RECORD CAPACITY and keeps the file
      * in arrival order, so the first entry for a course key is the
      * next student seated when a drop frees a place.  The hours and
      * residency the add asked for ride along so the promotion can
      * write the enrollment row unattended.  WAITLIST-REPORT counts
      * the entries per section for the nightly waitlist report.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  WL- prefix keeps the fields distinct
      *   from the EN-/EK- enrollment layouts in programs that carry
      *   both; the course key leads, laid out like EK-KEY.
           03  WL-EMAIL            PIC X(16).
           03  WL-COURSE-PREFIX    PIC 9.
           03  WL-TERM             PIC X(6).
           03  FILLER              PIC X.
           03  WL-STUDENT-ID       PIC X(9).
           03  FILLER              PIC X.
           03  WL-CREDIT-HOURS     PIC 99.
           03  FILLER              PIC X.
           03  WL-RESIDENCY        PIC X.
           03  FILLER              PIC X.
           03  WL-ADDED-DATE       PIC 9(8).
           03  FILLER              PIC X.
           03  WL-ADDED-TIME       PIC 9(6).
