      ******************************************************************
      * Copybook: ROLL-EXCLUDE-REC
      * Purpose: One course the registrar does not want carried into
      * the next term's schedule, on ROLL-EXCLUDE.TXT.  COURSE-ROLL
      * reads the list before it copies a source term forward and
      * reports every course it holds back, with the reason given
      * here.  The course is named the way it is named in every term
      * - instructor EMAIL plus COURSE-PREFIX - so one list serves
      * any pair of terms.  A blank prefix holds back every course
      * the instructor taught (a retirement or a leave).
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.  RX- prefix keeps the fields distinct
      *   from COURSE-RECORD in the program that carries both.
           03  RX-EMAIL            PIC X(16).
           03  FILLER              PIC X.
           03  RX-COURSE-PREFIX    PIC X.
           03  FILLER              PIC X.
           03  RX-REASON           PIC X(30).
