      *   of a 20000-entry in-core table scanned per course, exactly
      *   as HOMEWORK-2 now reads it - the hard cap that stopped the
      *   run at 20001 rows is gone.
      * 10/15/26 LS - A dropped enrollment row now bills its retained
      *   share (hours x residency rate x EK-RETAIN-PCT / 100, rounded
      *   per row), exactly as HOMEWORK-2 and BILL-REGISTER bill it,
      *   and a course whose rows are all dropped no longer falls
      *   back to course-level SCH.
      * 10/15/26 LS - Course records are 103 bytes (COURSE-RECORD's
      *   CAPACITY).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOMEWORK-3.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD COURSES-FILE.
       01 COURSES-INPUT-RECORD  PIC X(103).
       SD SORT-WORK.
       01 SORT-RECORD.
           03 SRT-COLLEGE       PIC X(24).
           03 SRT-TEACHER       PIC X(23).
           03 FILLER            PIC X(17).
           03 SRT-TERM          PIC X(6).
           03 FILLER            PIC X(8).
       FD SORTED-COURSES.
       01 COURSES-RECORD.
           COPY COURSE-RECORD.
           77 OUT-HOURS         PIC 9(6)   VALUE 0.
           77 IN-PORTION        PIC 9(7)V99 VALUE 0.
           77 OUT-PORTION       PIC 9(7)V99 VALUE 0.
           77 ENROLL-ROWS       PIC 9(5)   VALUE 0.
           77 DROPPED-AMOUNT    PIC 9(7)V99 VALUE 0.
           77 ROW-RETAINED      PIC 9(7)V99 VALUE 0.
           77 FALLBACK-COUNT    PIC 9(4)   VALUE 0.
           77 RUN-LOG-STATUS    PIC XX     VALUE "00".
           77 TIME-NOW          PIC 9(8)   VALUE 0.

      ******************************************************************
      * Price one course from the enrollment detail, as HOMEWORK-2
      * does: per-student hours at that student's residency rate, a
      * dropped row at its retained share, falling back to the
      * course SCH in-state when no rows match at all.
      ******************************************************************
       PRICE-FROM-ENROLLMENT.
           MOVE ZERO TO IN-HOURS.
           MOVE ZERO TO OUT-HOURS.
           MOVE ZERO TO ENROLL-ROWS.
           MOVE ZERO TO DROPPED-AMOUNT.
           IF ENROLL-MASTER-OPEN
               PERFORM TALLY-ENROLLMENT
           END-IF.
           MOVE ZERO TO TUITION-AMOUNT.
           IF ENROLL-ROWS IS EQUAL TO ZERO
               ADD 1 TO FALLBACK-COUNT
               MULTIPLY SCH-NUM BY RATE-FOR-PREFIX
                   GIVING TUITION-AMOUNT
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
                       PERFORM PRICE-DROPPED-ROW
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
      * Retained share of a dropped row, rounded to the cent per row
      * as HOMEWORK-2 and BILL-REGISTER round it.
      ******************************************************************
       PRICE-DROPPED-ROW.
           IF EK-RESIDENCY IS EQUAL TO "O"
               COMPUTE ROW-RETAINED ROUNDED = EK-CREDIT-HOURS
                   * OUT-RATE-FOR-PREFIX * EK-RETAIN-PCT / 100
           ELSE
               COMPUTE ROW-RETAINED ROUNDED = EK-CREDIT-HOURS
                   * RATE-FOR-PREFIX * EK-RETAIN-PCT / 100
           END-IF.
           ADD ROW-RETAINED TO DROPPED-AMOUNT.

      ******************************************************************
      * The term-status control file is optional at open, as in
      * HOMEWORK-2: with no file every term is open and prices at
