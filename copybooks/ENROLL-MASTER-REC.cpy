      *   rearranged so the key is contiguous; EK- prefix keeps it
      *   distinct from the EN- sequential layout in programs that
      *   carry both.
      * 10/15/26 LS - Carries the drop status, drop date, and retained
      *   tuition pct from ENROLL-RECORD; a dropped row stays on file
      *   and bills its retained share.  EK-DROP-DATE and
      *   EK-RETAIN-PCT are zero on an active row.
      * 10/15/26 LS - Also the record of the enrollment master itself,
      *   ENROLL-MASTER.DAT, which replaces ENROLLMENT.TXT (loaded
      *   once by ENROLL-LOAD) and is kept in place by ENROLL-MAINT.
      *   That file carries an alternate key on EK-STUDENT-ID, with
      *   duplicates, for reading one student's rows together.
           03  EK-KEY.
               05  EK-EMAIL            PIC X(16).
               05  EK-COURSE-PREFIX    PIC 9.
               05  EK-STUDENT-ID       PIC X(9).
           03  EK-CREDIT-HOURS     PIC 99.
           03  EK-RESIDENCY        PIC X.
           03  EK-STATUS           PIC X.
               88  EK-DROPPED                  VALUE "D".
           03  EK-DROP-DATE        PIC 9(8).
           03  EK-RETAIN-PCT       PIC 9(3).
