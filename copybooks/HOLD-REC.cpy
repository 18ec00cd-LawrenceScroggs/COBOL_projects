      ******************************************************************
      * Copybook: HOLD-REC
      * Purpose: One registration hold on the indexed hold master
      * (HOLD-MASTER.DAT) - a block the registrar, bursar, or
      * academic affairs places on a student so that no new course
      * can be added until it is released.  Keyed on student ID +
      * hold type, so one START and a short run of READ NEXTs gives
      * ENROLL-MAINT every hold a student carries.  Maintained by
      * HOLD-MAINT; GPA-LISTS places the PROB holds itself.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  A hold is active while
      *   HD-RELEASED-DATE is zero.  Releasing one keeps the record
      *   (with the date it came off) rather than deleting it, so the
      *   registrar can see a student's hold history; placing the same
      *   type again reopens it.  HD-PLACED-BY names the operator or
      *   program that placed it.
           03  HD-KEY.
               05  HD-STUDENT-ID       PIC X(9).
               05  HD-TYPE             PIC X(4).
                   88  HD-PROBATION-HOLD       VALUE "PROB".
                   88  HD-VALID-TYPE           VALUE "PROB" "FIN "
                                                     "REG " "ADV "
                                                     "DISC".
           03  HD-REASON           PIC X(30).
           03  HD-PLACED-DATE      PIC 9(8).
           03  HD-RELEASED-DATE    PIC 9(8).
               88  HD-ACTIVE                   VALUE ZERO.
           03  HD-PLACED-BY        PIC X(8).
