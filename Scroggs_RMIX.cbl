      ******************************************************************
      * Mods:
      * 09/01/26 LS - First cut.
      * 10/15/26 LS - A dropped enrollment row stays on the detail
      *   for refund billing; it is no longer counted in a section's
      *   headcount or hours.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIDENCY-MIX.
       ENVIRONMENT DIVISION.
               IF EK-EMAIL IS EQUAL TO EMAIL AND
                  EK-COURSE-PREFIX IS EQUAL TO COURSE-PREFIX AND
                  EK-TERM IS EQUAL TO TERM-CODE
                   IF NOT EK-DROPPED
                       ADD 1 TO SECT-HEADS
                       IF EK-RESIDENCY IS EQUAL TO "O"
                           ADD EK-CREDIT-HOURS TO SECT-OUT-HOURS
                       ELSE
                           ADD EK-CREDIT-HOURS TO SECT-IN-HOURS
                       END-IF
                   END-IF
               ELSE
                   SET ENROLL-E-O-F TO TRUE
