      *   core at the same time without qualification on every
      *   reference.  R changes only the residency byte of the row the
      *   key names; the hours slot on an R transaction is ignored.
      * 10/15/26 LS - ETRN-DROP-DATE (YYYYMMDD) is the date a D
      *   transaction takes effect; blank means the run date.  Only a
      *   drop reads it.
           03  ETRN-ACTION         PIC X.
               88  ETRANS-ADD                  VALUE "A".
               88  ETRANS-DROP                 VALUE "D".
           03  ETRN-CREDIT-HOURS   PIC XX.
           03  FILLER              PIC X.
           03  ETRN-RESIDENCY      PIC X.
           03  FILLER              PIC X.
           03  ETRN-DROP-DATE      PIC X(8).
