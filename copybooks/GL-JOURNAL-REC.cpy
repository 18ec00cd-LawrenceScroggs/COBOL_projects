      ******************************************************************
      * Copybook: GL-JOURNAL-REC
      * Purpose: One record of the nightly tuition journal
      * (GL-JOURNAL.TXT) GL-JOURNAL writes for the general ledger's
      * import: a debit to a receivable account or a credit to a
      * tuition revenue account, totaled per account and residency
      * class, then one trailer carrying the line count and the
      * debit and credit totals the ledger proves the batch against.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  GJ-TYPE L is a journal line, T the
      *   trailer; the trailer's view of the record is GJ-TRAILER.
      *   Amounts carry two implied decimals and are never negative -
      *   the side is GJ-DR-CR.
           03  GJ-TYPE             PIC X.
               88  GJ-LINE                     VALUE "L".
               88  GJ-TRAILER-REC              VALUE "T".
           03  FILLER              PIC X.
           03  GJ-RUN-DATE         PIC 9(8).
           03  FILLER              PIC X.
           03  GJ-LINE-DATA.
               05  GJ-ACCOUNT          PIC X(12).
               05  FILLER              PIC X.
               05  GJ-DR-CR            PIC X.
                   88  GJ-DEBIT                VALUE "D".
                   88  GJ-CREDIT               VALUE "C".
               05  FILLER              PIC X.
               05  GJ-RESIDENCY        PIC X.
               05  FILLER              PIC X.
               05  GJ-AMOUNT           PIC 9(10)V99.
               05  FILLER              PIC X.
               05  GJ-DESC             PIC X(30).
           03  GJ-TRAILER REDEFINES GJ-LINE-DATA.
               05  GJT-LINE-COUNT      PIC 9(6).
               05  FILLER              PIC X.
               05  GJT-DEBITS          PIC 9(10)V99.
               05  FILLER              PIC X.
               05  GJT-CREDITS         PIC 9(10)V99.
               05  FILLER              PIC X(28).
