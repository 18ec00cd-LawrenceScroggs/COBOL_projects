      ******************************************************************
      * Copybook: TAX-1098T-REC
      * Purpose: One record on the annual tuition tax statement file
      * TAX-1098T sends the tax filing vendor
      * (TAX-1098T-VENDOR-<year>.TXT).  Fixed layout with no
      * separators, as the vendor reads it by position: one header
      * (H) record, one detail (D) record per student statement in
      * student ID order, and one trailer (T) record carrying the
      * statement count and the file's control totals.  All amounts
      * are unsigned dollars and cents with an implied decimal point.
      *   TX-BILLED       tuition billed for the year's terms before
      *                   any drop refund
      *   TX-REFUNDS      drop refunds (the share not retained)
      *   TX-WAIVERS      the college's own waivers and scholarships
      *                   (awards with no sponsor)
      *   TX-QUALIFIED    billed less refunds less waivers - the
      *                   qualified tuition reported for the student
      *   TX-SCHOLARSHIPS sponsor-paid awards, reported as
      *                   scholarships and grants received
      * TX-HALF-TIME is Y when the student carried at least half a
      * full load (8 undergraduate or 6 graduate active hours) in at
      * least one of the year's terms; TX-GRADUATE is Y for standing
      * GR on the student master.
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.
           03  TX-REC-TYPE             PIC X.
               88  TX-HEADER                   VALUE "H".
               88  TX-DETAIL                   VALUE "D".
               88  TX-TRAILER                  VALUE "T".
           03  TX-TAX-YEAR             PIC 9(4).
           03  TX-DETAIL-AREA.
               05  TX-STUDENT-ID       PIC X(9).
               05  TX-STUDENT-NAME     PIC X(20).
               05  TX-STANDING         PIC X(2).
               05  TX-HALF-TIME        PIC X.
               05  TX-GRADUATE         PIC X.
               05  TX-TERMS            PIC 9.
               05  TX-BILLED           PIC 9(8)V99.
               05  TX-REFUNDS          PIC 9(8)V99.
               05  TX-WAIVERS          PIC 9(8)V99.
               05  TX-QUALIFIED        PIC 9(8)V99.
               05  TX-SCHOLARSHIPS     PIC 9(8)V99.
               05  FILLER              PIC X(10).
           03  TX-HEADER-AREA REDEFINES TX-DETAIL-AREA.
               05  TX-RUN-DATE         PIC 9(8).
               05  TX-TERMS-COVERED.
                   07  TX-TERM-CODE    PIC X(6)   OCCURS 3 TIMES.
               05  FILLER              PIC X(68).
           03  TX-TRAILER-AREA REDEFINES TX-DETAIL-AREA.
               05  TX-STATEMENT-COUNT  PIC 9(7).
               05  TX-TOTAL-BILLED     PIC 9(10)V99.
               05  TX-TOTAL-REFUNDS    PIC 9(10)V99.
               05  TX-TOTAL-WAIVERS    PIC 9(10)V99.
               05  TX-TOTAL-QUALIFIED  PIC 9(10)V99.
               05  TX-TOTAL-SCHOLAR    PIC 9(10)V99.
               05  FILLER              PIC X(27).
