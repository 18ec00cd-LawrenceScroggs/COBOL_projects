      ******************************************************************
      * Copybook: AR-LEDGER-REC
      * Purpose: One student's account for one term on the indexed
      * receivables ledger (AR-LEDGER.DAT), keyed on student ID +
      * term.  AR-POST keeps it: the charges are the student's term
      * total from tonight's BILL-REGISTER (replaced each night, so a
      * registration change moves the charge the same night it moves
      * the bill), and the payments and adjustments accumulate as
      * the bursar's transactions post.  The balance owed is
      *     AL-CHARGES + AL-DEBIT-ADJ - AL-PAYMENTS - AL-CREDIT-ADJ
      * and ages from AL-FIRST-BILLED, the night the term was first
      * billed to the student.  AR-AGING reads it for collections.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  AL-LAST-BILLED is the run date of
      *   the last BILL-REGISTER charge posted to the account; an
      *   account the register stops billing has its charges taken
      *   back to zero on the next posting.
           03  AL-KEY.
               05  AL-STUDENT-ID       PIC X(9).
               05  AL-TERM             PIC X(6).
           03  AL-CHARGES          PIC 9(8)V99.
           03  AL-PAYMENTS         PIC 9(8)V99.
           03  AL-DEBIT-ADJ        PIC 9(8)V99.
           03  AL-CREDIT-ADJ       PIC 9(8)V99.
           03  AL-FIRST-BILLED     PIC 9(8).
           03  AL-LAST-BILLED      PIC 9(8).
           03  AL-LAST-PAYMENT     PIC 9(8).
