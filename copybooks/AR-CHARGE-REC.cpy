      ******************************************************************
      * Copybook: AR-CHARGE-REC
      * Purpose: One student's billed total for one term as
      * BILL-REGISTER wrote it tonight (AR-CHARGES.TXT) - the
      * register's per-student term total, cut as a file so AR-POST
      * can post the night's charges to the receivables ledger
      * without re-pricing anything.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  Space-separated, like the other
      *   chain hand-off files.
      * 10/15/26 LS - ACHG-AMOUNT is now the net the student owes after
      *   the term's awards.  The gross tuition, the college's own
      *   waivers and scholarships, and the sponsor-covered share
      *   follow it, so the pieces stay on file for the bursar
      *   (gross = amount + waived + sponsored).
           03  ACHG-STUDENT-ID     PIC X(9).
           03  FILLER              PIC X.
           03  ACHG-TERM           PIC X(6).
           03  FILLER              PIC X.
           03  ACHG-RUN-DATE       PIC 9(8).
           03  FILLER              PIC X.
           03  ACHG-AMOUNT         PIC 9(8)V99.
           03  FILLER              PIC X.
           03  ACHG-GROSS          PIC 9(8)V99.
           03  FILLER              PIC X.
           03  ACHG-WAIVED         PIC 9(8)V99.
           03  FILLER              PIC X.
           03  ACHG-SPONSORED      PIC 9(8)V99.
