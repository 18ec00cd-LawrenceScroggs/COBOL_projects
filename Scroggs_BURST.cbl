      *   the indexed ENROLLMENT-CLEAN.DAT ENROLL-EDIT cuts, as the
      *   pricing programs now read it - the 20000-entry in-core
      *   table and its hard cap are gone.
      * 10/15/26 LS - A dropped enrollment row bills its retained
      *   share, rounded per row, as the pricing programs now bill
      *   it, so the dean copies still carry the combined report's
      *   dollars.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-BURST.
       ENVIRONMENT DIVISION.
           77  OUT-HOURS           PIC 9(6)   VALUE ZERO.
           77  IN-PORTION          PIC 9(7)V99 VALUE ZERO.
           77  OUT-PORTION         PIC 9(7)V99 VALUE ZERO.
           77  ENROLL-ROWS         PIC 9(5)   VALUE ZERO.
           77  DROPPED-AMOUNT      PIC 9(7)V99 VALUE ZERO.
           77  ROW-RETAINED        PIC 9(7)V99 VALUE ZERO.
           77  SCH-NUM             PIC 9(4)   VALUE ZERO.
           77  TUITION-AMOUNT      PIC 9(7)V99 VALUE ZERO.
           77  RECORDS-READ        PIC 9(6)   VALUE ZERO.
       036-PRICE-FROM-ENROLLMENT.
           MOVE ZERO TO IN-HOURS.
           MOVE ZERO TO OUT-HOURS.
           MOVE ZERO TO ENROLL-ROWS.
           MOVE ZERO TO DROPPED-AMOUNT.
           IF ENROLL-MASTER-OPEN
               PERFORM 0365-TALLY-ENROLLMENT
           END-IF.
           MOVE ZERO TO TUITION-AMOUNT.
           IF ENROLL-ROWS IS EQUAL TO ZERO
               MULTIPLY SCH-NUM BY RATE-FOR-PREFIX
                   GIVING TUITION-AMOUNT
           ELSE
               MULTIPLY OUT-HOURS BY OUT-RATE-FOR-PREFIX
                   GIVING OUT-PORTION
               COMPUTE TUITION-AMOUNT = IN-PORTION + OUT-PORTION
                   + DROPPED-AMOUNT
           END-IF.

      ******************************************************************
               IF EK-EMAIL IS EQUAL TO EMAIL AND
                  EK-COURSE-PREFIX IS EQUAL TO COURSE-PREFIX AND
                  EK-TERM IS EQUAL TO TERM-CODE
                   ADD 1 TO ENROLL-ROWS
                   IF EK-DROPPED
                       PERFORM 0367-PRICE-DROPPED-ROW
                   ELSE
                       IF EK-RESIDENCY IS EQUAL TO "O"
                           ADD EK-CREDIT-HOURS TO OUT-HOURS
                       ELSE
                           ADD EK-CREDIT-HOURS TO IN-HOURS
                       END-IF
                   END-IF
               ELSE
                   SET ENROLL-E-O-F TO TRUE
               END-IF
           END-IF.

       0367-PRICE-DROPPED-ROW.
           IF EK-RESIDENCY IS EQUAL TO "O"
               COMPUTE ROW-RETAINED ROUNDED = EK-CREDIT-HOURS
                   * OUT-RATE-FOR-PREFIX * EK-RETAIN-PCT / 100
           ELSE
               COMPUTE ROW-RETAINED ROUNDED = EK-CREDIT-HOURS
                   * RATE-FOR-PREFIX * EK-RETAIN-PCT / 100
           END-IF.
           ADD ROW-RETAINED TO DROPPED-AMOUNT.

      ******************************************************************
      * An open term prices at tonight's run date; a closed term at
      * the frozen in-term date its term-status row carries.
