      ******************************************************************
      * Copybook: AR-TRANS-REC
      * Purpose: One pending payment or adjustment against a student's
      * term account on the receivables ledger (AR-LEDGER.DAT).  The
      * bursar's office leaves a file of these (AR-TRANS.TXT) for
      * AR-POST, which checks each one against STUDENT-MASTER.DAT and
      * the ledger and writes an applied/rejected report, the same
      * shape the maintenance programs' batch modes give their
      * transactions.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  Field names carry an ATRN- prefix so
      *   a program can hold a transaction and a ledger account in
      *   core at the same time without qualification.  The amount is
      *   ten digits with two implied decimals (0000150000 is
      *   $1,500.00), always positive - the action code says which
      *   way it moves the balance.  A blank date posts as the run
      *   date.
           03  ATRN-ACTION         PIC X.
               88  ATRANS-PAYMENT              VALUE "P".
               88  ATRANS-DEBIT                VALUE "D".
               88  ATRANS-CREDIT               VALUE "C".
           03  FILLER              PIC X.
           03  ATRN-STUDENT-ID     PIC X(9).
           03  FILLER              PIC X.
           03  ATRN-TERM           PIC X(6).
           03  FILLER              PIC X.
           03  ATRN-DATE           PIC X(8).
           03  FILLER              PIC X.
           03  ATRN-AMOUNT         PIC X(10).
           03  FILLER              PIC X.
           03  ATRN-REFERENCE      PIC X(12).
