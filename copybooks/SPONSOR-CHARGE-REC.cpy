      ******************************************************************
      * Copybook: SPONSOR-CHARGE-REC
      * Purpose: One sponsor-covered award as BILL-REGISTER applied it
      * tonight (SPONSOR-CHARGES.TXT): the sponsor billed, the student
      * and term it covers, the award code, and the dollars taken off
      * the student's bill.  BILL-REGISTER sorts these by sponsor into
      * the per-sponsor invoice listing the bursar bills from
      * (SPONSOR-INVOICE.TXT).
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  Space-separated, like the other
      *   chain hand-off files.
           03  SPC-SPONSOR         PIC X(8).
           03  FILLER              PIC X.
           03  SPC-STUDENT-ID      PIC X(9).
           03  FILLER              PIC X.
           03  SPC-TERM            PIC X(6).
           03  FILLER              PIC X.
           03  SPC-CODE            PIC X(6).
           03  FILLER              PIC X.
           03  SPC-RUN-DATE        PIC 9(8).
           03  FILLER              PIC X.
           03  SPC-AMOUNT          PIC 9(8)V99.
