      *   the same time without qualification on every reference.
      * 08/23/26 LS - Added TRN-TERM, tracking the TERM-CODE added to
      *   COURSE-RECORD's MASTER-KEY.
      * 10/15/26 LS - Added TRN-CAPACITY, tracking COURSE-RECORD.
           03  TRN-ACTION          PIC X.
               88  TRANS-ADD                   VALUE "A".
               88  TRANS-UPDATE                VALUE "U".
           03  TRN-TERM            PIC X(6).
           03  TRN-SCH             PIC X(4).
           03  TRN-RESIDENCY       PIC X.
           03  TRN-CAPACITY        PIC X(3).
