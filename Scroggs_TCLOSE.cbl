      ******************************************************************
      * Mods:
      * 09/01/26 LS - First cut.
      * 10/15/26 LS - A dropped enrollment row bills its retained
      *   share (rounded per row) as the nightly pricing steps now
      *   bill it, so the certified statement carries the same
      *   dollars the nightly run reported.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-CLOSE.
       ENVIRONMENT DIVISION.
           77  OUT-HOURS           PIC 9(6)   VALUE ZERO.
           77  IN-PORTION          PIC 9(7)V99 VALUE ZERO.
           77  OUT-PORTION         PIC 9(7)V99 VALUE ZERO.
           77  ENROLL-ROWS         PIC 9(5)   VALUE ZERO.
           77  DROPPED-AMOUNT      PIC 9(7)V99 VALUE ZERO.
           77  ROW-RETAINED        PIC 9(7)V99 VALUE ZERO.
           77  SCH-NUM             PIC 9(4)   VALUE ZERO.
           77  COURSE-TUITION      PIC 9(7)V99 VALUE ZERO.
           77  RECORDS-READ        PIC 9(6)   VALUE ZERO.
                   05  ET-TERM         PIC X(6).
                   05  ET-HOURS        PIC 99.
                   05  ET-RESIDENCY    PIC X.
                   05  ET-STATUS       PIC X.
                   05  ET-RETAIN-PCT   PIC 9(3).

           01  COLLEGE-TABLE.
               03  COLLEGE-ENTRY OCCURS 50 TIMES.
               MOVE EN-TERM TO ET-TERM (ENROLL-COUNT)
               MOVE EN-CREDIT-HOURS TO ET-HOURS (ENROLL-COUNT)
               MOVE EN-RESIDENCY TO ET-RESIDENCY (ENROLL-COUNT)
               IF EN-DROPPED
                   MOVE EN-STATUS TO ET-STATUS (ENROLL-COUNT)
                   MOVE EN-RETAIN-PCT TO ET-RETAIN-PCT (ENROLL-COUNT)
               ELSE
                   MOVE SPACE TO ET-STATUS (ENROLL-COUNT)
                   MOVE ZERO TO ET-RETAIN-PCT (ENROLL-COUNT)
               END-IF
           ELSE
               DISPLAY "TERM-CLOSE: enrollment table full at 20000 "
                   "- raise the table before closing this term."
       032-PRICE-FROM-ENROLLMENT.
           MOVE ZERO TO IN-HOURS.
           MOVE ZERO TO OUT-HOURS.
           MOVE ZERO TO ENROLL-ROWS.
           MOVE ZERO TO DROPPED-AMOUNT.
           PERFORM 036-TALLY-ENROLLMENT
               VARYING ENROLL-SUB FROM 1 BY 1
               UNTIL ENROLL-SUB IS GREATER THAN ENROLL-COUNT.
           IF ENROLL-ROWS IS EQUAL TO ZERO
               MULTIPLY SCH-NUM BY RATE-FOR-PREFIX
                   GIVING COURSE-TUITION
           ELSE
               MULTIPLY OUT-HOURS BY OUT-RATE-FOR-PREFIX
                   GIVING OUT-PORTION
               COMPUTE COURSE-TUITION = IN-PORTION + OUT-PORTION
                   + DROPPED-AMOUNT
           END-IF.

       036-TALLY-ENROLLMENT.
           IF ET-EMAIL (ENROLL-SUB) IS EQUAL TO EMAIL AND
              ET-PREFIX (ENROLL-SUB) IS EQUAL TO COURSE-PREFIX AND
              ET-TERM (ENROLL-SUB) IS EQUAL TO TERM-CODE
               ADD 1 TO ENROLL-ROWS
               IF ET-STATUS (ENROLL-SUB) IS EQUAL TO "D"
                   PERFORM 0361-PRICE-DROPPED-ROW
               ELSE
                   IF ET-RESIDENCY (ENROLL-SUB) IS EQUAL TO "O"
                       ADD ET-HOURS (ENROLL-SUB) TO OUT-HOURS
                   ELSE
                       ADD ET-HOURS (ENROLL-SUB) TO IN-HOURS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A dropped row bills its retained share, rounded to the cent
      * per row exactly as the nightly pricing programs round it.
      ******************************************************************
       0361-PRICE-DROPPED-ROW.
           IF ET-RESIDENCY (ENROLL-SUB) IS EQUAL TO "O"
               COMPUTE ROW-RETAINED ROUNDED = ET-HOURS (ENROLL-SUB)
                   * OUT-RATE-FOR-PREFIX * ET-RETAIN-PCT (ENROLL-SUB)
                   / 100
           ELSE
               COMPUTE ROW-RETAINED ROUNDED = ET-HOURS (ENROLL-SUB)
                   * RATE-FOR-PREFIX * ET-RETAIN-PCT (ENROLL-SUB)
                   / 100
           END-IF.
           ADD ROW-RETAINED TO DROPPED-AMOUNT.

       037-LOOKUP-RATE.
           MOVE ZERO TO RATE-FOR-PREFIX.
           MOVE ZERO TO OUT-RATE-FOR-PREFIX.
