      *   cap (which stopped the run with return code 16 at 20001
      *   rows) is gone, and the fall-term run fits back in the
      *   batch window.
      * 10/15/26 LS - A dropped enrollment row (EK-STATUS "D") now
      *   bills its retained share - hours x residency rate x
      *   EK-RETAIN-PCT / 100, rounded per row, the same arithmetic
      *   HOMEWORK-3 and BILL-REGISTER use.  The retained dollars go
      *   into the residency class's extract record (its hours stay
      *   the active hours), and a course whose rows are all dropped
      *   no longer falls back to course-level SCH.
      * 10/15/26 LS - Course and suspense records are 103 bytes
      *   (COURSE-RECORD's CAPACITY).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOMEWORK-2.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
           FD COURSES.
           01 UNSORTED-RECORD          PIC X(103).
           FD TUITION-REPORT.
           01 REPORT-REC               PIC X(80).
           FD RATE-TABLE-FILE.
           FD DETAIL-EXTRACT.
           01 DETAIL-REC               PIC X(160).
           FD SUSPENSE-FILE.
           01 SUSPENSE-REC             PIC X(103).
           FD SUSPENSE-REPORT.
           01 SUSPENSE-LINE            PIC X(132).
           FD ENROLL-MASTER.
               03  E-KEY               PIC X(16).
               03  FILLER              PIC X.
               03  TERM-KEY            PIC X(6).
               03  FILLER              PIC X(8).
       WORKING-STORAGE SECTION.
           77  TEACH-EMAIL             PIC X(16).
           77  COURSE-TUITION          PIC 9(7)V99 VALUE IS ZERO.
           77  OUT-HOURS               PIC 9(6)    VALUE IS ZERO.
           77  IN-PORTION              PIC 9(7)V99 VALUE IS ZERO.
           77  OUT-PORTION             PIC 9(7)V99 VALUE IS ZERO.
           77  ENROLL-ROWS             PIC 9(5)    VALUE IS ZERO.
           77  DROPPED-IN-AMOUNT       PIC 9(7)V99 VALUE IS ZERO.
           77  DROPPED-OUT-AMOUNT      PIC 9(7)V99 VALUE IS ZERO.
           77  ROW-RETAINED            PIC 9(7)V99 VALUE IS ZERO.
           77  FALLBACK-COUNT          PIC 9(4)    VALUE IS ZERO.
           77  DET-RESIDENCY           PIC X       VALUE SPACES.
           77  DET-HOURS               PIC 9(4)    VALUE IS ZERO.

      ******************************************************************
      * Price one course from the enrollment detail: each student's
      * credit hours bill at their own residency's rate, and a
      * dropped student's row bills the retained share of it.  A
      * course with no enrollment rows at all falls back to its
      * course-level SCH at the in-state rate.
      ******************************************************************
       032-PRICE-FROM-ENROLLMENT.
           MOVE ZERO TO IN-HOURS.
           MOVE ZERO TO OUT-HOURS.
           MOVE ZERO TO ENROLL-ROWS.
           MOVE ZERO TO DROPPED-IN-AMOUNT.
           MOVE ZERO TO DROPPED-OUT-AMOUNT.
           IF ENROLL-MASTER-OPEN
               PERFORM 0325-TALLY-ENROLLMENT
           END-IF.
           MOVE ZERO TO COURSE-TUITION.
           IF ENROLL-ROWS IS EQUAL TO ZERO
               ADD 1 TO FALLBACK-COUNT
               MULTIPLY SCH-NUM BY RATE-FOR-PREFIX
                   GIVING COURSE-TUITION
               MOVE COURSE-TUITION TO DET-AMOUNT
               PERFORM 034-WRITE-DETAIL-RECORD
           ELSE
               IF IN-HOURS IS GREATER THAN ZERO OR
                  DROPPED-IN-AMOUNT IS GREATER THAN ZERO
                   MULTIPLY IN-HOURS BY RATE-FOR-PREFIX
                       GIVING IN-PORTION
                   ADD DROPPED-IN-AMOUNT TO IN-PORTION
                   ADD IN-PORTION TO COURSE-TUITION
                   MOVE "I" TO DET-RESIDENCY
                   MOVE IN-HOURS TO DET-HOURS
                   MOVE IN-PORTION TO DET-AMOUNT
                   PERFORM 034-WRITE-DETAIL-RECORD
               END-IF
               IF OUT-HOURS IS GREATER THAN ZERO OR
                  DROPPED-OUT-AMOUNT IS GREATER THAN ZERO
                   MULTIPLY OUT-HOURS BY OUT-RATE-FOR-PREFIX
                       GIVING OUT-PORTION
                   ADD DROPPED-OUT-AMOUNT TO OUT-PORTION
                   ADD OUT-PORTION TO COURSE-TUITION
                   MOVE "O" TO DET-RESIDENCY
                   MOVE OUT-HOURS TO DET-HOURS
               IF EK-EMAIL IS EQUAL TO EMAIL AND
                  EK-COURSE-PREFIX IS EQUAL TO COURSE-PREFIX AND
                  EK-TERM IS EQUAL TO TERM-CODE
                   ADD 1 TO ENROLL-ROWS
                   IF EK-DROPPED
                       PERFORM 0327-PRICE-DROPPED-ROW
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

      ******************************************************************
      * A dropped row bills the share of its tuition the student kept
      * under the term's refund schedule, rounded to the cent per row
      * - HOMEWORK-3 and BILL-REGISTER round it the same way, row by
      * row, so the three agree to the penny.
      ******************************************************************
       0327-PRICE-DROPPED-ROW.
           IF EK-RESIDENCY IS EQUAL TO "O"
               COMPUTE ROW-RETAINED ROUNDED = EK-CREDIT-HOURS
                   * OUT-RATE-FOR-PREFIX * EK-RETAIN-PCT / 100
               ADD ROW-RETAINED TO DROPPED-OUT-AMOUNT
           ELSE
               COMPUTE ROW-RETAINED ROUNDED = EK-CREDIT-HOURS
                   * RATE-FOR-PREFIX * EK-RETAIN-PCT / 100
               ADD ROW-RETAINED TO DROPPED-IN-AMOUNT
           END-IF.

      ******************************************************************
      * One pipe-delimited extract record per residency class billed
      * on a course, for the Finance import.  Money carries an
