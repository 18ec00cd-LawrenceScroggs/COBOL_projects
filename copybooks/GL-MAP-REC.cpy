      ******************************************************************
      * Copybook: GL-MAP-REC
      * Purpose: One row of the indexed college/department to
      * general-ledger account map (GL-MAP.DAT): the receivable
      * account tuition billed by the department is debited to, and
      * the revenue accounts its in-state and out-of-state tuition
      * are credited to.  GL-JOURNAL reads it to turn the night's
      * tuition extract into a balanced journal; GLMAP-MAINT
      * maintains it.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  Keyed on college + department as
      *   they are spelled on the course master.  A row with a blank
      *   GLM-DEPT is the college's default, used for any department
      *   of that college without a row of its own.
           03  GLM-KEY.
               05  GLM-COLLEGE         PIC X(24).
               05  GLM-DEPT            PIC X(25).
           03  GLM-RECV-ACCOUNT    PIC X(12).
           03  GLM-REV-IN-ACCOUNT  PIC X(12).
           03  GLM-REV-OUT-ACCOUNT PIC X(12).
