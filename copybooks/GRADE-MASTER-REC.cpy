      ******************************************************************
      * Copybook: GRADE-MASTER-REC
      * Purpose: One accepted course grade on the indexed grade master
      * (GRADE-MASTER.DAT), keyed on the student and the course key
      * the enrollment rows use (email + prefix + term).  Written by
      * GPA-CALCULATOR's batch run for every grade that passes its
      * enrollment check, so which grade a student got in which
      * course survives past the run - GPA-HISTORY.TXT keeps only
      * one GPA per run.  TRANSCRIPT reads it back term by term.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  The student ID is the high-order
      *   key part so one START and a run of READ NEXTs returns a
      *   student's whole record.  GM-QUALITY-POINTS is the grade's
      *   points times the credit hours (an A in a 3-hour course is
      *   12.00); the hours come from the enrollment row, as the GPA
      *   itself is weighted.  A re-sent grade for the same key
      *   replaces the one on file.
           03  GM-KEY.
               05  GM-STUDENT-ID       PIC X(9).
               05  GM-EMAIL            PIC X(16).
               05  GM-COURSE-PREFIX    PIC 9.
               05  GM-TERM             PIC X(6).
           03  GM-CREDIT-HOURS     PIC 99.
           03  GM-GRADE            PIC X(2).
           03  GM-QUALITY-POINTS   PIC 9(3)V99.
           03  GM-POSTED-DATE      PIC 9(8).
