      ******************************************************************
      * Copybook: HOLD-TRANS-REC
      * Purpose: One pending-maintenance transaction against the hold
      * master.  HOLD-MAINT's batch mode reads a file of these
      * (HOLD-TRANS.TXT) and applies them unattended, the same shape
      * AWARD-TRANS-REC gives the award master.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  Field names carry an HDTRN- prefix
      *   so a program can hold a transaction and a hold in core at
      *   the same time without qualification.  P places a hold (or
      *   reopens a released one of the same type), R releases it as
      *   of the run date, D deletes a hold placed in error.  A
      *   release or delete names only the key.
           03  HDTRN-ACTION        PIC X.
               88  HDTRANS-PLACE               VALUE "P".
               88  HDTRANS-RELEASE             VALUE "R".
               88  HDTRANS-DELETE              VALUE "D".
           03  FILLER              PIC X.
           03  HDTRN-STUDENT-ID    PIC X(9).
           03  FILLER              PIC X.
           03  HDTRN-TYPE          PIC X(4).
           03  FILLER              PIC X.
           03  HDTRN-REASON        PIC X(30).
