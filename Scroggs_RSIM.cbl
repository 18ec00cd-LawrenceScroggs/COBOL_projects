      ******************************************************************
      * Mods:
      * 09/01/26 LS - First cut.
      * 10/15/26 LS - A dropped enrollment row prices at its retained
      *   share, rounded per row, under both the current and the
      *   proposed rates.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-SIM.
       ENVIRONMENT DIVISION.
           77  OUT-HOURS           PIC 9(6)   VALUE ZERO.
           77  IN-PORTION          PIC 9(7)V99 VALUE ZERO.
           77  OUT-PORTION         PIC 9(7)V99 VALUE ZERO.
           77  ENROLL-ROWS         PIC 9(5)   VALUE ZERO.
           77  DROPPED-AMOUNT      PIC 9(7)V99 VALUE ZERO.
           77  PROP-DROPPED-AMOUNT PIC 9(7)V99 VALUE ZERO.
           77  ROW-RETAINED        PIC 9(7)V99 VALUE ZERO.
           77  ENROLL-COUNT        PIC 9(5)   VALUE ZERO.
           77  ENROLL-SUB          PIC 9(5)   VALUE ZERO.
           77  RECORDS-READ        PIC 9(6)   VALUE ZERO.
                   05  ET-TERM         PIC X(6).
                   05  ET-HOURS        PIC 99.
                   05  ET-RESIDENCY    PIC X.
                   05  ET-STATUS       PIC X.
                   05  ET-RETAIN-PCT   PIC 9(3).

           01  RATE-TABLE.
               03  RATE-TABLE-ENTRY OCCURS 50 TIMES.
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
               DISPLAY "RATE-SIM: enrollment table full at 20000 "
                   "- raise the table before simulating this file."
           ELSE
               MOVE ZERO TO IN-HOURS
               MOVE ZERO TO OUT-HOURS
               MOVE ZERO TO ENROLL-ROWS
               MOVE ZERO TO DROPPED-AMOUNT
               MOVE ZERO TO PROP-DROPPED-AMOUNT
               PERFORM 036-TALLY-ENROLLMENT
                   VARYING ENROLL-SUB FROM 1 BY 1
                   UNTIL ENROLL-SUB IS GREATER THAN ENROLL-COUNT
           PERFORM 025-READ-COURSE-RECORD.

       032-PRICE-BOTH-WAYS.
           IF ENROLL-ROWS IS EQUAL TO ZERO
               MULTIPLY SCH-NUM BY RATE-FOR-PREFIX
                   GIVING CUR-TUITION
               MULTIPLY SCH-NUM BY PROP-RATE
               MULTIPLY OUT-HOURS BY OUT-RATE-FOR-PREFIX
                   GIVING OUT-PORTION
               COMPUTE CUR-TUITION = IN-PORTION + OUT-PORTION
                   + DROPPED-AMOUNT
               MULTIPLY IN-HOURS BY PROP-RATE
                   GIVING IN-PORTION
               MULTIPLY OUT-HOURS BY PROP-OUT-RATE
                   GIVING OUT-PORTION
               COMPUTE PROP-TUITION = IN-PORTION + OUT-PORTION
                   + PROP-DROPPED-AMOUNT
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
      * per row, once at tonight's rate and once at the proposed rate.
      ******************************************************************
       0361-PRICE-DROPPED-ROW.
           IF ET-RESIDENCY (ENROLL-SUB) IS EQUAL TO "O"
               COMPUTE ROW-RETAINED ROUNDED = ET-HOURS (ENROLL-SUB)
                   * OUT-RATE-FOR-PREFIX * ET-RETAIN-PCT (ENROLL-SUB)
                   / 100
               ADD ROW-RETAINED TO DROPPED-AMOUNT
               COMPUTE ROW-RETAINED ROUNDED = ET-HOURS (ENROLL-SUB)
                   * PROP-OUT-RATE * ET-RETAIN-PCT (ENROLL-SUB)
                   / 100
               ADD ROW-RETAINED TO PROP-DROPPED-AMOUNT
           ELSE
               COMPUTE ROW-RETAINED ROUNDED = ET-HOURS (ENROLL-SUB)
                   * RATE-FOR-PREFIX * ET-RETAIN-PCT (ENROLL-SUB)
                   / 100
               ADD ROW-RETAINED TO DROPPED-AMOUNT
               COMPUTE ROW-RETAINED ROUNDED = ET-HOURS (ENROLL-SUB)
                   * PROP-RATE * ET-RETAIN-PCT (ENROLL-SUB)
                   / 100
               ADD ROW-RETAINED TO PROP-DROPPED-AMOUNT
           END-IF.

       037-LOOKUP-CURRENT-RATE.
           MOVE ZERO TO RATE-FOR-PREFIX.
           MOVE ZERO TO OUT-RATE-FOR-PREFIX.
