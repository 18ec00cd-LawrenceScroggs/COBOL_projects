      ******************************************************************
      * Copybook: AWARD-REC
      * Purpose: One award against a student's bill for one term on
      * the indexed award master (AWARD-MASTER.DAT) - an employee
      * tuition waiver, a departmental scholarship, or a sponsor
      * (employer or government contract) paying the student's
      * tuition.  Keyed on student + term + award code, so one START
      * and a short run of READ NEXTs gives BILL-REGISTER every award
      * on a student's term.  Maintained by AWARD-MAINT.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  AW-TYPE P takes AW-PERCENT of the
      *   student's gross term tuition, F takes AW-AMOUNT flat; either
      *   is held to what is still owed after the awards ahead of it
      *   in key order.  AW-SPONSOR names the third party billed for
      *   the award; blank is the college's own waiver or scholarship.
           03  AW-KEY.
               05  AW-STUDENT-ID       PIC X(9).
               05  AW-TERM             PIC X(6).
               05  AW-CODE             PIC X(6).
           03  AW-TYPE             PIC X.
               88  AW-PERCENT-AWARD            VALUE "P".
               88  AW-FLAT-AWARD               VALUE "F".
           03  AW-PERCENT          PIC 9(3).
           03  AW-AMOUNT           PIC 9(7)V99.
           03  AW-SPONSOR          PIC X(8).
           03  AW-DESC             PIC X(20).
