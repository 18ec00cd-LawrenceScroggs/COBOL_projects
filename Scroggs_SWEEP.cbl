      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: Weekly cross-file integrity sweep.  Each program
      * edits the file it owns, but nothing checked the files against
      * one another, and drift between them only showed when a bill
      * or a statement came out wrong.  This sweep reads the student
      * master, the enrollment detail, the course master, the term
      * control file, and the rate table side by side and lists every
      * exception on one report (INTEGRITY-REPORT.TXT), grouped by
      * class with a count per class:
      *   1  enrollment row whose student is not on the student master
      *   2  enrollment row whose EN-RESIDENCY differs from the
      *      student's STU-RESIDENCY
      *   3  course term with no row on TERM-STATUS.TXT
      *   4  course prefix with no rate in force for its term (the
      *      frozen in-term date for a closed term, today otherwise)
      *   5  student with no active enrollment in any open term
      *   6  enrollment in a closed term changed after the term's
      *      TS-CLOSE-DATE (a drop dated after the close - the drop
      *      date is the only change date the row carries)
      * Classes 1, 4, and 6 break billing or a certified statement
      * and return 8; classes 2, 3, and 5 are for the registrar to
      * work and return 4.  No exceptions returns 0.
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.
      * 10/15/26 LS - Reads the indexed enrollment master
      *   ENROLL-MASTER.DAT down its alternate key on the student ID,
      *   which hands the rows over in student order, so the sort of
      *   ENROLLMENT.TXT into Sweep-by-student.txt is gone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-FILE ASSIGN TO "ENROLL-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EK-KEY
               ALTERNATE RECORD KEY IS EK-STUDENT-ID WITH DUPLICATES
               FILE STATUS IS ENROLL-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-KEY
               FILE STATUS IS STUDENT-STATUS.
           SELECT MASTER-FILE ASSIGN TO "COURSE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT TERM-STATUS-FILE ASSIGN TO "TERM-STATUS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-STATUS-STAT.
           SELECT RATE-TABLE-FILE ASSIGN TO "RATE-TABLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "SWEEP-EXCEPTIONS.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPT-STATUS.
           SELECT EXCEPT-WORK ASSIGN TO "SWEEPXWORK.tmp".
           SELECT SORTED-EXCEPT ASSIGN TO "Sweep-by-class.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-X-STATUS.
           SELECT SWEEP-REPORT ASSIGN TO "INTEGRITY-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-FILE.
       01  ENROLL-MASTER-REC.
           COPY ENROLL-MASTER-REC.
       FD  STUDENT-FILE.
       01  STUDENT-REC.
           COPY STUDENT-RECORD.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY COURSE-RECORD.
       FD  TERM-STATUS-FILE.
       01  TERM-STATUS-REC.
           COPY TERM-STATUS-REC.
       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-REC.
           COPY RATE-TABLE-REC.
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE         PIC X(98).
       SD  EXCEPT-WORK.
       01  EXCEPT-SORT-REC.
           03  SRT-CLASS       PIC 9.
           03  SRT-SEQ         PIC 9(6).
           03  FILLER          PIC X(91).
       FD  SORTED-EXCEPT.
       01  SORTED-X-LINE       PIC X(98).
       FD  SWEEP-REPORT.
       01  REPORT-LINE         PIC X(100).
       WORKING-STORAGE SECTION.
           77  ENROLL-STATUS       PIC XX     VALUE "00".
           77  STUDENT-STATUS      PIC XX     VALUE "00".
           77  MASTER-STATUS       PIC XX     VALUE "00".
           77  TERM-STATUS-STAT    PIC XX     VALUE "00".
           77  RATE-STATUS         PIC XX     VALUE "00".
           77  EXCEPT-STATUS       PIC XX     VALUE "00".
           77  SORTED-X-STATUS     PIC XX     VALUE "00".
           77  ENROLL-EOF-SW       PIC X      VALUE "N".
               88 ENROLL-E-O-F                VALUE "Y".
           77  STUDENT-EOF-SW      PIC X      VALUE "N".
               88 STUDENT-E-O-F               VALUE "Y".
           77  MASTER-EOF-SW       PIC X      VALUE "N".
               88 MASTER-E-O-F                VALUE "Y".
           77  TERM-EOF-SW         PIC X      VALUE "N".
               88 TERM-E-O-F                  VALUE "Y".
           77  RATE-EOF-SW         PIC X      VALUE "N".
               88 RATE-E-O-F                  VALUE "Y".
           77  EXCEPT-EOF-SW       PIC X      VALUE "N".
               88 EXCEPT-E-O-F                VALUE "Y".
           77  OPEN-TERM-SW        PIC X      VALUE "N".
               88 HAS-OPEN-TERM-ROW           VALUE "Y".
           77  ENROLL-KEY          PIC X(9)   VALUE SPACES.
           77  STUDENT-KEY         PIC X(9)   VALUE SPACES.
           77  STUDENT-ROWS        PIC 9(5)   VALUE ZERO.
           77  ROW-STATE           PIC X(7)   VALUE SPACES.
           77  CHECK-TERM          PIC X(6)   VALUE SPACES.
           77  TERM-COUNT          PIC 99     VALUE ZERO.
           77  TERM-SUB            PIC 99     VALUE ZERO.
           77  FOUND-SUB           PIC 99     VALUE ZERO.
           77  RATE-TABLE-COUNT    PIC 99     VALUE ZERO.
           77  RATE-SUB            PIC 99     VALUE ZERO.
           77  BEST-EFF-DATE       PIC 9(8)   VALUE ZERO.
           77  PRICE-DATE          PIC 9(8)   VALUE ZERO.
           77  MISS-TERM-COUNT     PIC 99     VALUE ZERO.
           77  MISS-TERM-SUB       PIC 99     VALUE ZERO.
           77  MISS-RATE-COUNT     PIC 999    VALUE ZERO.
           77  MISS-RATE-SUB       PIC 999    VALUE ZERO.
           77  MISS-FOUND          PIC 999    VALUE ZERO.
           77  EXCEPT-CLASS        PIC 9      VALUE ZERO.
           77  EXCEPT-SEQ          PIC 9(6)   VALUE ZERO.
           77  CLASS-SUB           PIC 9      VALUE ZERO.
           77  PRIOR-CLASS         PIC 9      VALUE ZERO.
           77  ENROLL-READ         PIC 9(7)   VALUE ZERO.
           77  STUDENTS-READ       PIC 9(7)   VALUE ZERO.
           77  COURSES-READ        PIC 9(7)   VALUE ZERO.
           77  TOTAL-EXCEPTIONS    PIC 9(7)   VALUE ZERO.
           77  RUN-DATE            PIC 9(8)   VALUE ZERO.
           77  RUN-DATE-ED         PIC 9999/99/99.
           77  DATE-ED-1           PIC 9999/99/99.
           77  DATE-ED-2           PIC 9999/99/99.
           77  COUNT-ED            PIC ZZZ,ZZ9.
           77  RETURN-CD           PIC 99     VALUE ZERO.

           01  ENROLL-WK.
               COPY ENROLL-RECORD.

           01  EXCEPT-WK.
               03  XW-CLASS            PIC 9.
               03  XW-SEQ              PIC 9(6).
               03  FILLER              PIC X      VALUE SPACE.
               03  XW-TEXT             PIC X(90).

           01  TERM-TABLE.
               03  TERM-ENTRY OCCURS 20 TIMES.
                   05  TM-TERM         PIC X(6).
                   05  TM-STATUS       PIC X.
                   05  TM-CLOSE-DATE   PIC 9(8).
                   05  TM-PRICE-DATE   PIC 9(8).

           01  RATE-TABLE.
               03  RATE-TABLE-ENTRY OCCURS 50 TIMES.
                   05  RT-PREFIX       PIC 9.
                   05  RT-EFF-DATE     PIC 9(8).

      ******************************************************************
      * Classes 3 and 4 are reported once per term (and prefix) with
      * the number of courses affected, not once per course.
      ******************************************************************
           01  MISS-TERM-TABLE.
               03  MISS-TERM-ENTRY OCCURS 50 TIMES.
                   05  MT-TERM         PIC X(6).
                   05  MT-COURSES      PIC 9(5).
           01  MISS-RATE-TABLE.
               03  MISS-RATE-ENTRY OCCURS 200 TIMES.
                   05  MR-PREFIX       PIC 9.
                   05  MR-TERM         PIC X(6).
                   05  MR-PRICE-DATE   PIC 9(8).
                   05  MR-COURSES      PIC 9(5).

           01  CLASS-NAME-VALUES.
               03  FILLER PIC X(44) VALUE
                   "ENROLLMENT STUDENT NOT ON THE STUDENT MASTER".
               03  FILLER PIC X(44) VALUE
                   "ENROLLMENT RESIDENCY DIFFERS FROM STUDENT".
               03  FILLER PIC X(44) VALUE
                   "COURSE TERM WITH NO TERM-STATUS ROW".
               03  FILLER PIC X(44) VALUE
                   "COURSE PREFIX WITH NO RATE IN FORCE".
               03  FILLER PIC X(44) VALUE
                   "STUDENT WITH NO ENROLLMENT IN AN OPEN TERM".
               03  FILLER PIC X(44) VALUE
                   "CLOSED-TERM ENROLLMENT CHANGED AFTER CLOSE".
           01  CLASS-NAME-TABLE REDEFINES CLASS-NAME-VALUES.
               03  CLASS-NAME      PIC X(44) OCCURS 6 TIMES.
           01  CLASS-SEV-VALUES    PIC X(6)   VALUE "844848".
           01  CLASS-SEV-TABLE REDEFINES CLASS-SEV-VALUES.
               03  CLASS-SEV       PIC 9      OCCURS 6 TIMES.
           01  CLASS-COUNT-TABLE.
               03  CLASS-COUNT     PIC 9(6)   OCCURS 6 TIMES.

       PROCEDURE DIVISION.
       010-MAIN.
           PERFORM 020-INITIALIZE.
           PERFORM 030-SWEEP-ENROLLMENT.
           PERFORM 050-SWEEP-COURSES.
           PERFORM 070-WRITE-REPORT.
           PERFORM 090-WRAP-UP.

       020-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-ED.
           INITIALIZE CLASS-COUNT-TABLE.
           PERFORM 022-LOAD-TERM-STATUS.
           PERFORM 024-LOAD-RATE-TABLE.
           OPEN OUTPUT EXCEPT-FILE.

      ******************************************************************
      * A term with no row here is open - and is itself class 3 if a
      * course carries it.
      ******************************************************************
       022-LOAD-TERM-STATUS.
           OPEN INPUT TERM-STATUS-FILE.
           IF TERM-STATUS-STAT IS EQUAL TO "00"
               PERFORM 0221-READ-TERM-RECORD
               PERFORM 0222-STORE-TERM-RECORD UNTIL TERM-E-O-F
               CLOSE TERM-STATUS-FILE
           END-IF.

       0221-READ-TERM-RECORD.
           READ TERM-STATUS-FILE AT END SET TERM-E-O-F TO TRUE.

       0222-STORE-TERM-RECORD.
           IF TERM-COUNT IS LESS THAN 20
               ADD 1 TO TERM-COUNT
               MOVE TS-TERM TO TM-TERM (TERM-COUNT)
               MOVE TS-STATUS TO TM-STATUS (TERM-COUNT)
               MOVE TS-CLOSE-DATE TO TM-CLOSE-DATE (TERM-COUNT)
               MOVE TS-PRICE-DATE TO TM-PRICE-DATE (TERM-COUNT)
           END-IF.
           PERFORM 0221-READ-TERM-RECORD.

       024-LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE.
           IF RATE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "INTEGRITY-SWEEP: RATE-TABLE.TXT could not be "
                   "opened - STATUS: " RATE-STATUS
               STOP RUN RETURNING 16
           END-IF.
           PERFORM 0241-READ-RATE-RECORD.
           PERFORM 0242-STORE-RATE-RECORD UNTIL RATE-E-O-F.
           CLOSE RATE-TABLE-FILE.

       0241-READ-RATE-RECORD.
           READ RATE-TABLE-FILE AT END SET RATE-E-O-F TO TRUE.

       0242-STORE-RATE-RECORD.
           IF RATE-TABLE-COUNT IS LESS THAN 50
               ADD 1 TO RATE-TABLE-COUNT
               MOVE RTIN-PREFIX TO RT-PREFIX (RATE-TABLE-COUNT)
               MOVE RTIN-EFF-DATE TO RT-EFF-DATE (RATE-TABLE-COUNT)
           END-IF.
           PERFORM 0241-READ-RATE-RECORD.

       026-FIND-TERM.
           MOVE ZERO TO FOUND-SUB.
           PERFORM 027-TEST-TERM-ROW
               VARYING TERM-SUB FROM 1 BY 1
               UNTIL TERM-SUB IS GREATER THAN TERM-COUNT.

       027-TEST-TERM-ROW.
           IF TM-TERM (TERM-SUB) IS EQUAL TO CHECK-TERM
               MOVE TERM-SUB TO FOUND-SUB
           END-IF.

      ******************************************************************
      * Enrollment in student order off the alternate key, matched
      * against the student master in key order.  An exhausted side
      * reads as HIGH-VALUES so the other side drains through the
      * same tests.
      ******************************************************************
       030-SWEEP-ENROLLMENT.
           OPEN INPUT ENROLL-FILE.
           IF ENROLL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "INTEGRITY-SWEEP: ENROLL-MASTER.DAT could not "
                   "be opened - STATUS: " ENROLL-STATUS
               STOP RUN RETURNING 16
           END-IF.
           MOVE LOW-VALUES TO EK-STUDENT-ID.
           START ENROLL-FILE KEY IS NOT LESS THAN EK-STUDENT-ID
               INVALID KEY SET ENROLL-E-O-F TO TRUE
           END-START.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "INTEGRITY-SWEEP: STUDENT-MASTER.DAT could not "
                   "be opened - STATUS: " STUDENT-STATUS
               STOP RUN RETURNING 16
           END-IF.
           IF ENROLL-E-O-F
               MOVE HIGH-VALUES TO ENROLL-KEY
           ELSE
               PERFORM 032-READ-ENROLL
           END-IF.
           PERFORM 033-READ-STUDENT.
           PERFORM 034-MATCH-STUDENT
               UNTIL ENROLL-E-O-F AND STUDENT-E-O-F.
           CLOSE ENROLL-FILE.
           CLOSE STUDENT-FILE.

       032-READ-ENROLL.
           READ ENROLL-FILE NEXT RECORD
               AT END
                   SET ENROLL-E-O-F TO TRUE
                   MOVE HIGH-VALUES TO ENROLL-KEY
               NOT AT END
                   ADD 1 TO ENROLL-READ
                   PERFORM 0321-UNPACK-MASTER-ROW
                   MOVE EN-STUDENT-ID TO ENROLL-KEY
           END-READ.

      ******************************************************************
      * The master row laid over the ENROLL-RECORD image the tests
      * below were written against.
      ******************************************************************
       0321-UNPACK-MASTER-ROW.
           MOVE SPACES TO ENROLL-WK.
           MOVE EK-STUDENT-ID TO EN-STUDENT-ID.
           MOVE EK-EMAIL TO EN-EMAIL.
           MOVE EK-COURSE-PREFIX TO EN-COURSE-PREFIX.
           MOVE EK-TERM TO EN-TERM.
           MOVE EK-CREDIT-HOURS TO EN-CREDIT-HOURS.
           MOVE EK-RESIDENCY TO EN-RESIDENCY.
           MOVE EK-STATUS TO EN-STATUS.
           MOVE EK-DROP-DATE TO EN-DROP-DATE.
           MOVE EK-RETAIN-PCT TO EN-RETAIN-PCT.

       033-READ-STUDENT.
           READ STUDENT-FILE NEXT RECORD
               AT END
                   SET STUDENT-E-O-F TO TRUE
                   MOVE HIGH-VALUES TO STUDENT-KEY
               NOT AT END
                   ADD 1 TO STUDENTS-READ
                   MOVE STU-ID TO STUDENT-KEY
           END-READ.
           MOVE "N" TO OPEN-TERM-SW.
           MOVE ZERO TO STUDENT-ROWS.

       034-MATCH-STUDENT.
           EVALUATE TRUE
               WHEN ENROLL-KEY IS LESS THAN STUDENT-KEY
                   PERFORM 040-CHECK-ORPHAN-ROW
                   PERFORM 032-READ-ENROLL
               WHEN ENROLL-KEY IS EQUAL TO STUDENT-KEY
                   PERFORM 042-CHECK-STUDENT-ROW
                   PERFORM 032-READ-ENROLL
               WHEN OTHER
                   PERFORM 046-CHECK-STUDENT-DONE
                   PERFORM 033-READ-STUDENT
           END-EVALUATE.

       040-CHECK-ORPHAN-ROW.
           MOVE 1 TO EXCEPT-CLASS.
           IF EN-DROPPED
               MOVE "DROPPED" TO ROW-STATE
           ELSE
               MOVE "ACTIVE" TO ROW-STATE
           END-IF.
           MOVE SPACES TO XW-TEXT.
           STRING "STUDENT " EN-STUDENT-ID "  COURSE " EN-EMAIL " "
               EN-COURSE-PREFIX " " EN-TERM "  HOURS " EN-CREDIT-HOURS
               "  " ROW-STATE
               DELIMITED BY SIZE INTO XW-TEXT.
           PERFORM 080-WRITE-EXCEPTION.
           PERFORM 044-CHECK-CLOSED-TERM-ROW.

       042-CHECK-STUDENT-ROW.
           ADD 1 TO STUDENT-ROWS.
           IF EN-RESIDENCY IS NOT EQUAL TO STU-RESIDENCY
               MOVE 2 TO EXCEPT-CLASS
               MOVE SPACES TO XW-TEXT
               STRING "STUDENT " EN-STUDENT-ID " " STU-NAME
                   " COURSE " EN-EMAIL " " EN-COURSE-PREFIX " "
                   EN-TERM "  ROW: " EN-RESIDENCY "  MASTER: "
                   STU-RESIDENCY
                   DELIMITED BY SIZE INTO XW-TEXT
               PERFORM 080-WRITE-EXCEPTION
           END-IF.
           PERFORM 044-CHECK-CLOSED-TERM-ROW.
           IF NOT EN-DROPPED
               MOVE EN-TERM TO CHECK-TERM
               PERFORM 026-FIND-TERM
               IF FOUND-SUB IS EQUAL TO ZERO
                   SET HAS-OPEN-TERM-ROW TO TRUE
               ELSE
                   IF TM-STATUS (FOUND-SUB) IS NOT EQUAL TO "C"
                       SET HAS-OPEN-TERM-ROW TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A closed term's rows were certified by TERM-CLOSE.  A drop
      * dated after the close means the row was touched afterwards.
      ******************************************************************
       044-CHECK-CLOSED-TERM-ROW.
           IF EN-DROPPED
               MOVE EN-TERM TO CHECK-TERM
               PERFORM 026-FIND-TERM
               IF FOUND-SUB IS GREATER THAN ZERO
                   IF TM-STATUS (FOUND-SUB) IS EQUAL TO "C" AND
                      EN-DROP-DATE IS GREATER THAN
                          TM-CLOSE-DATE (FOUND-SUB)
                       MOVE EN-DROP-DATE TO DATE-ED-1
                       MOVE TM-CLOSE-DATE (FOUND-SUB) TO DATE-ED-2
                       MOVE 6 TO EXCEPT-CLASS
                       MOVE SPACES TO XW-TEXT
                       STRING "STUDENT " EN-STUDENT-ID "  COURSE "
                           EN-EMAIL " " EN-COURSE-PREFIX " " EN-TERM
                           "  DROPPED " DATE-ED-1 "  CLOSED "
                           DATE-ED-2
                           DELIMITED BY SIZE INTO XW-TEXT
                       PERFORM 080-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       046-CHECK-STUDENT-DONE.
           IF NOT HAS-OPEN-TERM-ROW
               MOVE 5 TO EXCEPT-CLASS
               MOVE SPACES TO XW-TEXT
               IF STUDENT-ROWS IS EQUAL TO ZERO
                   STRING "STUDENT " STU-ID " " STU-NAME " "
                       STU-COLLEGE "  NO ENROLLMENT ROWS"
                       DELIMITED BY SIZE INTO XW-TEXT
               ELSE
                   STRING "STUDENT " STU-ID " " STU-NAME " "
                       STU-COLLEGE "  ONLY CLOSED OR DROPPED"
                       DELIMITED BY SIZE INTO XW-TEXT
               END-IF
               PERFORM 080-WRITE-EXCEPTION
           END-IF.

      ******************************************************************
      * Every course's term must be on the control file, and its
      * prefix must have a rate in force on the date the pricing
      * steps would price it - the frozen in-term date once the term
      * is closed, the run date while it is open.
      ******************************************************************
       050-SWEEP-COURSES.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "INTEGRITY-SWEEP: COURSE-MASTER.DAT could not "
                   "be opened - STATUS: " MASTER-STATUS
               STOP RUN RETURNING 16
           END-IF.
           PERFORM 052-READ-MASTER.
           PERFORM 054-CHECK-COURSE UNTIL MASTER-E-O-F.
           CLOSE MASTER-FILE.
           PERFORM 060-WRITE-MISSING-TERM
               VARYING MISS-TERM-SUB FROM 1 BY 1
               UNTIL MISS-TERM-SUB IS GREATER THAN MISS-TERM-COUNT.
           PERFORM 062-WRITE-MISSING-RATE
               VARYING MISS-RATE-SUB FROM 1 BY 1
               UNTIL MISS-RATE-SUB IS GREATER THAN MISS-RATE-COUNT.

       052-READ-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END SET MASTER-E-O-F TO TRUE.

       054-CHECK-COURSE.
           ADD 1 TO COURSES-READ.
           MOVE TERM-CODE TO CHECK-TERM.
           PERFORM 026-FIND-TERM.
           IF FOUND-SUB IS EQUAL TO ZERO
               PERFORM 056-NOTE-MISSING-TERM
               MOVE RUN-DATE TO PRICE-DATE
           ELSE
               IF TM-STATUS (FOUND-SUB) IS EQUAL TO "C"
                   MOVE TM-PRICE-DATE (FOUND-SUB) TO PRICE-DATE
               ELSE
                   MOVE RUN-DATE TO PRICE-DATE
               END-IF
           END-IF.
           MOVE ZERO TO BEST-EFF-DATE.
           PERFORM 055-TEST-RATE-ROW
               VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB IS GREATER THAN RATE-TABLE-COUNT.
           IF BEST-EFF-DATE IS EQUAL TO ZERO
               PERFORM 058-NOTE-MISSING-RATE
           END-IF.
           PERFORM 052-READ-MASTER.

       055-TEST-RATE-ROW.
           IF RT-PREFIX (RATE-SUB) IS EQUAL TO COURSE-PREFIX AND
              RT-EFF-DATE (RATE-SUB) IS NOT GREATER THAN PRICE-DATE
              AND
              RT-EFF-DATE (RATE-SUB) IS NOT LESS THAN BEST-EFF-DATE
               MOVE RT-EFF-DATE (RATE-SUB) TO BEST-EFF-DATE
           END-IF.

       056-NOTE-MISSING-TERM.
           MOVE ZERO TO MISS-FOUND.
           PERFORM 057-TEST-MISSING-TERM
               VARYING MISS-TERM-SUB FROM 1 BY 1
               UNTIL MISS-TERM-SUB IS GREATER THAN MISS-TERM-COUNT.
           IF MISS-FOUND IS EQUAL TO ZERO AND
              MISS-TERM-COUNT IS LESS THAN 50
               ADD 1 TO MISS-TERM-COUNT
               MOVE MISS-TERM-COUNT TO MISS-FOUND
               MOVE TERM-CODE TO MT-TERM (MISS-FOUND)
               MOVE ZERO TO MT-COURSES (MISS-FOUND)
           END-IF.
           IF MISS-FOUND IS GREATER THAN ZERO
               ADD 1 TO MT-COURSES (MISS-FOUND)
           END-IF.

       057-TEST-MISSING-TERM.
           IF MT-TERM (MISS-TERM-SUB) IS EQUAL TO TERM-CODE
               MOVE MISS-TERM-SUB TO MISS-FOUND
           END-IF.

       058-NOTE-MISSING-RATE.
           MOVE ZERO TO MISS-FOUND.
           PERFORM 059-TEST-MISSING-RATE
               VARYING MISS-RATE-SUB FROM 1 BY 1
               UNTIL MISS-RATE-SUB IS GREATER THAN MISS-RATE-COUNT.
           IF MISS-FOUND IS EQUAL TO ZERO AND
              MISS-RATE-COUNT IS LESS THAN 200
               ADD 1 TO MISS-RATE-COUNT
               MOVE MISS-RATE-COUNT TO MISS-FOUND
               MOVE COURSE-PREFIX TO MR-PREFIX (MISS-FOUND)
               MOVE TERM-CODE TO MR-TERM (MISS-FOUND)
               MOVE PRICE-DATE TO MR-PRICE-DATE (MISS-FOUND)
               MOVE ZERO TO MR-COURSES (MISS-FOUND)
           END-IF.
           IF MISS-FOUND IS GREATER THAN ZERO
               ADD 1 TO MR-COURSES (MISS-FOUND)
           END-IF.

       059-TEST-MISSING-RATE.
           IF MR-PREFIX (MISS-RATE-SUB) IS EQUAL TO COURSE-PREFIX AND
              MR-TERM (MISS-RATE-SUB) IS EQUAL TO TERM-CODE
               MOVE MISS-RATE-SUB TO MISS-FOUND
           END-IF.

       060-WRITE-MISSING-TERM.
           MOVE 3 TO EXCEPT-CLASS.
           MOVE MT-COURSES (MISS-TERM-SUB) TO COUNT-ED.
           MOVE SPACES TO XW-TEXT.
           STRING "TERM " MT-TERM (MISS-TERM-SUB) "  COURSES: "
               COUNT-ED
               DELIMITED BY SIZE INTO XW-TEXT.
           PERFORM 080-WRITE-EXCEPTION.

       062-WRITE-MISSING-RATE.
           MOVE 4 TO EXCEPT-CLASS.
           MOVE MR-COURSES (MISS-RATE-SUB) TO COUNT-ED.
           MOVE MR-PRICE-DATE (MISS-RATE-SUB) TO DATE-ED-1.
           MOVE SPACES TO XW-TEXT.
           STRING "PREFIX " MR-PREFIX (MISS-RATE-SUB) "  TERM "
               MR-TERM (MISS-RATE-SUB) "  PRICED AT " DATE-ED-1
               "  COURSES: " COUNT-ED
               DELIMITED BY SIZE INTO XW-TEXT.
           PERFORM 080-WRITE-EXCEPTION.

      ******************************************************************
      * Exceptions are gathered as they are found and sorted by class
      * (in the order found within a class) for the report.
      ******************************************************************
       070-WRITE-REPORT.
           CLOSE EXCEPT-FILE.
           SORT EXCEPT-WORK
               ON ASCENDING KEY SRT-CLASS SRT-SEQ
               USING EXCEPT-FILE
               GIVING SORTED-EXCEPT.
           IF SORT-RETURN IS NOT EQUAL TO ZERO
               DISPLAY "INTEGRITY-SWEEP: SORT FAILED - " SORT-RETURN
               STOP RUN RETURNING 16
           END-IF.
           OPEN OUTPUT SWEEP-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "WEEKLY INTEGRITY SWEEP - RUN: " RUN-DATE-ED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENROLLMENT ROWS: " ENROLL-READ
               "  STUDENTS: " STUDENTS-READ
               "  COURSES: " COURSES-READ
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT SORTED-EXCEPT.
           PERFORM 072-READ-EXCEPTION.
           PERFORM 074-PRINT-EXCEPTION UNTIL EXCEPT-E-O-F.
           CLOSE SORTED-EXCEPT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXCEPTIONS BY CLASS" TO REPORT-LINE.
           MOVE "COUNT  RC" TO REPORT-LINE (52:9).
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE (1:60).
           WRITE REPORT-LINE.
           PERFORM 076-PRINT-CLASS-TOTAL
               VARYING CLASS-SUB FROM 1 BY 1
               UNTIL CLASS-SUB IS GREATER THAN 6.
           MOVE ALL "-" TO REPORT-LINE (1:60).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE TOTAL-EXCEPTIONS TO COUNT-ED.
           STRING "   TOTAL EXCEPTIONS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           MOVE COUNT-ED TO REPORT-LINE (50:7).
           MOVE RETURN-CD TO REPORT-LINE (59:2).
           WRITE REPORT-LINE.
           CLOSE SWEEP-REPORT.

       072-READ-EXCEPTION.
           READ SORTED-EXCEPT INTO EXCEPT-WK
               AT END SET EXCEPT-E-O-F TO TRUE.

       074-PRINT-EXCEPTION.
           IF XW-CLASS IS NOT EQUAL TO PRIOR-CLASS
               MOVE XW-CLASS TO PRIOR-CLASS
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "CLASS " XW-CLASS " - " CLASS-NAME (XW-CLASS)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE XW-TEXT TO REPORT-LINE (3:90).
           WRITE REPORT-LINE.
           PERFORM 072-READ-EXCEPTION.

       076-PRINT-CLASS-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING CLASS-SUB "  " CLASS-NAME (CLASS-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE CLASS-COUNT (CLASS-SUB) TO COUNT-ED.
           MOVE COUNT-ED TO REPORT-LINE (50:7).
           MOVE CLASS-SEV (CLASS-SUB) TO REPORT-LINE (60:1).
           WRITE REPORT-LINE.

       080-WRITE-EXCEPTION.
           ADD 1 TO EXCEPT-SEQ.
           ADD 1 TO TOTAL-EXCEPTIONS.
           ADD 1 TO CLASS-COUNT (EXCEPT-CLASS).
           IF CLASS-SEV (EXCEPT-CLASS) IS GREATER THAN RETURN-CD
               MOVE CLASS-SEV (EXCEPT-CLASS) TO RETURN-CD
           END-IF.
           MOVE EXCEPT-CLASS TO XW-CLASS.
           MOVE EXCEPT-SEQ TO XW-SEQ.
           MOVE EXCEPT-WK TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.

       090-WRAP-UP.
           DISPLAY "INTEGRITY-SWEEP: " TOTAL-EXCEPTIONS
               " exceptions - see INTEGRITY-REPORT.TXT.".
           STOP RUN RETURNING RETURN-CD.

       END PROGRAM INTEGRITY-SWEEP.
