      *   slots are named so AUDIT-REPORT can select by record key
      *   without re-declaring the whole course layout twice.
      * 08/23/26 LS - Images widened to 100 bytes for the TERM-CODE
      *   added to COURSE-RECORD.
      * 10/15/26 LS - Images widened to 103 bytes for the CAPACITY
      *   added to COURSE-RECORD.
           03  AUD-DATE            PIC 9(8).
           03  FILLER              PIC X.
               05  FILLER              PIC X(72).
               05  AUD-BEFORE-EMAIL    PIC X(16).
               05  AUD-BEFORE-PREFIX   PIC X.
               05  FILLER              PIC X(14).
           03  FILLER              PIC X.
           03  AUD-AFTER.
               05  FILLER              PIC X(72).
               05  AUD-AFTER-EMAIL     PIC X(16).
               05  AUD-AFTER-PREFIX    PIC X.
               05  FILLER              PIC X(14).
