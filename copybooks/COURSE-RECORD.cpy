      *   each student carries their own residency.  The byte stays so
      *   the record layout (and every file cut from it) is unchanged;
      *   a course with no enrollment rows bills its SCH in-state.
      * 10/15/26 LS - Added CAPACITY, the section's seat limit (3
      *   digits; blank or 000 means no limit), so ENROLL-MAINT can
      *   waitlist an add past it.  Record is now 103 bytes; a
      *   COURSE-MASTER.TXT line cut before the change reads in with a
      *   blank CAPACITY.
      * 10/15/26 LS - An indexed COURSE-MASTER.DAT built on the
      *   100-byte record is converted once by COURSE-CONVERT (run by
      *   nightly-batch.sh until COURSE-MASTER.LAYOUT says 103).
           03  COLLEGE             PIC X(24).
           03  DEPT                PIC X(25).
           03  TEACHER             PIC X(23).
           03  RESIDENCY           PIC X.
               88  IN-STATE                   VALUE "I".
               88  OUT-OF-STATE                VALUE "O".
           03  CAPACITY            PIC X(3).
