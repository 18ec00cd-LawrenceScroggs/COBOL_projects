      ******************************************************************
      * Copybook: GL-MAP-TRANS-REC
      * Purpose: One pending-maintenance transaction against the GL
      * account map - an action code followed by a GL-MAP-REC image,
      * field for field.  GLMAP-MAINT's batch mode reads a file of
      * these (GL-MAP-TRANS.TXT) and applies them unattended, the
      * same shape AWARD-TRANS-REC gives the award master.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  Field names carry a GLTRN- prefix
      *   so a program can hold a transaction and a map row in core
      *   at the same time without qualification.  A delete names
      *   only the key.
           03  GLTRN-ACTION        PIC X.
               88  GLTRANS-ADD                 VALUE "A".
               88  GLTRANS-UPDATE              VALUE "U".
               88  GLTRANS-DELETE              VALUE "D".
           03  FILLER              PIC X.
           03  GLTRN-COLLEGE       PIC X(24).
           03  FILLER              PIC X.
           03  GLTRN-DEPT          PIC X(25).
           03  FILLER              PIC X.
           03  GLTRN-RECV-ACCOUNT  PIC X(12).
           03  FILLER              PIC X.
           03  GLTRN-REV-IN-ACCOUNT PIC X(12).
           03  FILLER              PIC X.
           03  GLTRN-REV-OUT-ACCOUNT PIC X(12).
