      ******************************************************************
      * Mods:
      * 08/23/26 LS - First cut.
      * 10/15/26 LS - A drop no longer deletes the row.  EN-STATUS "D"
      *   marks it dropped as of EN-DROP-DATE, and EN-RETAIN-PCT is
      *   the share of the course's tuition the student still owes
      *   under the term's refund schedule (100 less the refund pct),
      *   fixed by ENROLL-MAINT at the drop.  Every pricing program
      *   bills a dropped row at hours x rate x EN-RETAIN-PCT / 100,
      *   rounded to the cent per row.  Blank status is an active row;
      *   its drop date and retained pct are not used.
      * 10/15/26 LS - ENROLLMENT.TXT is retired in favor of the indexed
      *   ENROLL-MASTER.DAT (ENROLL-MASTER-REC).  This layout lives on
      *   as the ENROLLMENT-CLEAN.TXT extract and census files, and as
      *   the work image ENROLL-EDIT and INTEGRITY-SWEEP edit from.
           03  EN-STUDENT-ID       PIC X(9).
           03  FILLER              PIC X.
           03  EN-EMAIL            PIC X(16).
           03  EN-CREDIT-HOURS     PIC 99.
           03  FILLER              PIC X.
           03  EN-RESIDENCY        PIC X.
           03  FILLER              PIC X.
           03  EN-STATUS           PIC X.
               88  EN-DROPPED                  VALUE "D".
           03  FILLER              PIC X.
           03  EN-DROP-DATE        PIC 9(8).
           03  FILLER              PIC X.
           03  EN-RETAIN-PCT       PIC 9(3).
