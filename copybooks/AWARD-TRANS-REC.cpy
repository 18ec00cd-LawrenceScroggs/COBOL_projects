      ******************************************************************
      * Copybook: AWARD-TRANS-REC
      * Purpose: One pending-maintenance transaction against the award
      * master - an action code followed by an AWARD-REC image, field
      * for field.  AWARD-MAINT's batch mode reads a file of these
      * (AWARD-TRANS.TXT) and applies them unattended, the same shape
      * STUDENT-TRANS-REC gives the student master.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  Field names carry an AWTRN- prefix
      *   so a program can hold a transaction and an award in core at
      *   the same time without qualification.  The percent is three
      *   digits (050 is 50%); the amount nine digits with two implied
      *   decimals (000150000 is $1,500.00).  A delete names only the
      *   key.
           03  AWTRN-ACTION        PIC X.
               88  AWTRANS-ADD                 VALUE "A".
               88  AWTRANS-UPDATE              VALUE "U".
               88  AWTRANS-DELETE              VALUE "D".
           03  FILLER              PIC X.
           03  AWTRN-STUDENT-ID    PIC X(9).
           03  FILLER              PIC X.
           03  AWTRN-TERM          PIC X(6).
           03  FILLER              PIC X.
           03  AWTRN-CODE          PIC X(6).
           03  FILLER              PIC X.
           03  AWTRN-TYPE          PIC X.
           03  FILLER              PIC X.
           03  AWTRN-PERCENT       PIC X(3).
           03  FILLER              PIC X.
           03  AWTRN-AMOUNT        PIC X(9).
           03  FILLER              PIC X.
           03  AWTRN-SPONSOR       PIC X(8).
           03  FILLER              PIC X.
           03  AWTRN-DESC          PIC X(20).
