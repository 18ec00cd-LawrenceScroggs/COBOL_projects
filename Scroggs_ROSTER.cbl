      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: Per-instructor class rosters and grade-entry sheets.
      * Instructors have been getting their class lists as screen
      * prints of ENROLL-MAINT and sending grades back on paper for
      * somebody to key into a GPA-CALCULATOR grade file.  Given the
      * term,
      *     CLASS-ROSTER 2026FA
      * this reads the indexed enrollment detail (ENROLLMENT-CLEAN.DAT
      * - already in instructor EMAIL / prefix / student order) and
      * writes, for each instructor teaching in the term:
      *   ROSTER-nnn.TXT - the printed roster, one block per section,
      *     every student by ID with the name and standing from
      *     STUDENT-MASTER.DAT; dropped students are listed as
      *     dropped so the instructor knows why they are gone.
      *   GRADES-nnn.TXT - the grade-entry sheet: one row per active
      *     student in GPA-CALCULATOR's grade-file layout with the
      *     grade left blank and the student's name after it for the
      *     instructor's eye.  Filled in, it loads straight into
      *     GPA-CALCULATOR; a grade still blank is listed there as
      *     missing, not rejected.
      * ROSTER-INDEX.TXT lists the files produced per instructor for
      * the distribution clerk, as REPORT-BURST's index does.
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut, modeled on REPORT-BURST.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-ROSTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-MASTER ASSIGN TO "ENROLLMENT-CLEAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EK-KEY
               FILE STATUS IS ENROLL-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-KEY
               FILE STATUS IS STUDENT-STATUS.
           SELECT MASTER-FILE ASSIGN TO "COURSE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS MASTER-STATUS.
           SELECT ROSTER-REPORT ASSIGN TO DYNAMIC ROSTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-SHEET ASSIGN TO DYNAMIC SHEET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-INDEX ASSIGN TO "ROSTER-INDEX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-MASTER.
       01  ENROLL-MASTER-REC.
           COPY ENROLL-MASTER-REC.
       FD  STUDENT-FILE.
       01  STUDENT-REC.
           COPY STUDENT-RECORD.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY COURSE-RECORD.
       FD  ROSTER-REPORT.
       01  REPORT-LINE         PIC X(100).
       FD  GRADE-SHEET.
       01  SHEET-LINE          PIC X(57).
       FD  ROSTER-INDEX.
       01  INDEX-LINE          PIC X(100).
       WORKING-STORAGE SECTION.
           77  ENROLL-STATUS       PIC XX     VALUE "00".
           77  STUDENT-STATUS      PIC XX     VALUE "00".
           77  MASTER-STATUS       PIC XX     VALUE "00".
           77  ENROLL-EOF-SW       PIC X      VALUE "N".
               88 ENROLL-E-O-F                VALUE "Y".
           77  STUDENT-OPEN-SW     PIC X      VALUE "N".
               88 STUDENT-MASTER-OPEN         VALUE "Y".
           77  MASTER-OPEN-SW      PIC X      VALUE "N".
               88 COURSE-MASTER-OPEN          VALUE "Y".
           77  ROSTER-TERM         PIC X(6)   VALUE SPACES.
           77  ROSTER-FILE-NAME    PIC X(100) VALUE SPACES.
           77  SHEET-FILE-NAME     PIC X(100) VALUE SPACES.
           77  FILE-SEQ            PIC 999    VALUE ZERO.
           77  RUN-DATE            PIC 9(8)   VALUE ZERO.
           77  RUN-DATE-ED         PIC 9999/99/99.
           77  DROP-DATE-ED        PIC 9999/99/99.
           77  RECORDS-READ        PIC 9(7)   VALUE ZERO.
           77  TERM-ROWS           PIC 9(7)   VALUE ZERO.
           77  NAMES-MISSING       PIC 9(6)   VALUE ZERO.
           77  LAST-EMAIL          PIC X(16)  VALUE SPACES.
           77  LAST-PREFIX         PIC 9      VALUE ZERO.
           77  SECT-ENROLLED       PIC 9(4)   VALUE ZERO.
           77  SECT-DROPPED        PIC 9(4)   VALUE ZERO.
           77  TCHR-SECTIONS       PIC 9(4)   VALUE ZERO.
           77  TCHR-STUDENTS       PIC 9(5)   VALUE ZERO.
           77  TCHR-NAME           PIC X(23)  VALUE SPACES.
           77  ROW-NAME            PIC X(20)  VALUE SPACES.
           77  ROW-STANDING        PIC X(2)   VALUE SPACES.
           77  ROW-STATUS          PIC X(20)  VALUE SPACES.
           77  COUNT-ED            PIC ZZZ9.
           77  COUNT-ED-2          PIC ZZZ9.
           77  STUDENTS-ED         PIC ZZZZ9.

      ******************************************************************
      * One grade-entry row, laid out field for field like
      * GPA-CALCULATOR's GRADE-REC so the filled-in sheet is its
      * input as it stands.
      ******************************************************************
           01  SHEET-WK.
               03  GS-STUDENT-ID       PIC X(9).
               03  FILLER              PIC X.
               03  GS-EMAIL            PIC X(16).
               03  GS-PREFIX           PIC 9.
               03  GS-TERM             PIC X(6).
               03  FILLER              PIC X.
               03  GS-GRADE            PIC X(2).
               03  FILLER              PIC X.
               03  GS-NAME             PIC X(20).

       PROCEDURE DIVISION.
       010-MAIN.
           PERFORM 020-INITIALIZE.
           PERFORM 025-READ-ENROLL-RECORD.
           PERFORM 030-PROCESS-RECORD UNTIL ENROLL-E-O-F.
           IF FILE-SEQ IS GREATER THAN ZERO
               PERFORM 056-CLOSE-SECTION
           END-IF.
           PERFORM 060-CLOSE-INSTRUCTOR.
           PERFORM 090-WRAP-UP.

       020-INITIALIZE.
           ACCEPT ROSTER-TERM FROM COMMAND-LINE.
           IF ROSTER-TERM (1:4) IS NOT NUMERIC OR
              (ROSTER-TERM (5:2) IS NOT EQUAL TO "FA" AND
               ROSTER-TERM (5:2) IS NOT EQUAL TO "SP" AND
               ROSTER-TERM (5:2) IS NOT EQUAL TO "SU")
               DISPLAY "CLASS-ROSTER: give the roster term, e.g. "
                   "CLASS-ROSTER 2026FA"
               STOP RUN RETURNING 16
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-ED.
           OPEN INPUT ENROLL-MASTER.
           IF ENROLL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "CLASS-ROSTER: ENROLLMENT-CLEAN.DAT could not "
                   "be opened - run ENROLL-EDIT first.  STATUS: "
                   ENROLL-STATUS
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS IS EQUAL TO "00"
               SET STUDENT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "CLASS-ROSTER: STUDENT-MASTER.DAT could not "
                   "be opened (STATUS: " STUDENT-STATUS ") - "
                   "rosters will carry IDs only."
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS IS EQUAL TO "00"
               SET COURSE-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "CLASS-ROSTER: COURSE-MASTER.DAT could not "
                   "be opened (STATUS: " MASTER-STATUS ") - "
                   "sections will carry no teacher name."
           END-IF.
           OPEN OUTPUT ROSTER-INDEX.
           MOVE SPACES TO INDEX-LINE.
           STRING "CLASS ROSTER DISTRIBUTION INDEX - TERM " ROSTER-TERM
               " - RUN DATE: " RUN-DATE-ED
               DELIMITED BY SIZE INTO INDEX-LINE.
           WRITE INDEX-LINE.
           MOVE "ROSTER FILE     GRADE SHEET     INSTRUCTOR EMAIL  "
               TO INDEX-LINE.
           MOVE "TEACHER                  SECTS  STUDENTS"
               TO INDEX-LINE (51:41).
           WRITE INDEX-LINE.

      ******************************************************************
      * The detail is keyed EMAIL / prefix / term / student, so one
      * pass hands over each instructor's sections together; rows of
      * other terms are passed over.
      ******************************************************************
       025-READ-ENROLL-RECORD.
           READ ENROLL-MASTER NEXT RECORD
               AT END SET ENROLL-E-O-F TO TRUE.
           IF NOT ENROLL-E-O-F
               ADD 1 TO RECORDS-READ
           END-IF.

       030-PROCESS-RECORD.
           IF EK-TERM IS EQUAL TO ROSTER-TERM
               ADD 1 TO TERM-ROWS
               IF EK-EMAIL IS NOT EQUAL TO LAST-EMAIL
                   IF FILE-SEQ IS GREATER THAN ZERO
                       PERFORM 056-CLOSE-SECTION
                   END-IF
                   PERFORM 060-CLOSE-INSTRUCTOR
                   PERFORM 040-OPEN-INSTRUCTOR
                   PERFORM 045-OPEN-SECTION
               ELSE
                   IF EK-COURSE-PREFIX IS NOT EQUAL TO LAST-PREFIX
                       PERFORM 056-CLOSE-SECTION
                       PERFORM 045-OPEN-SECTION
                   END-IF
               END-IF
               PERFORM 050-LIST-STUDENT
           END-IF.
           PERFORM 025-READ-ENROLL-RECORD.

      ******************************************************************
      * New instructor: a fresh roster and grade sheet, numbered
      * like REPORT-BURST's college files.
      ******************************************************************
       040-OPEN-INSTRUCTOR.
           ADD 1 TO FILE-SEQ.
           MOVE SPACES TO ROSTER-FILE-NAME.
           STRING "ROSTER-" FILE-SEQ ".TXT"
               DELIMITED BY SIZE INTO ROSTER-FILE-NAME.
           MOVE SPACES TO SHEET-FILE-NAME.
           STRING "GRADES-" FILE-SEQ ".TXT"
               DELIMITED BY SIZE INTO SHEET-FILE-NAME.
           OPEN OUTPUT ROSTER-REPORT.
           OPEN OUTPUT GRADE-SHEET.
           MOVE EK-EMAIL TO LAST-EMAIL.
           MOVE ZERO TO TCHR-SECTIONS.
           MOVE ZERO TO TCHR-STUDENTS.
           PERFORM 046-LOOK-UP-COURSE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE (1:80).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "     CLASS ROSTER - TERM " ROSTER-TERM
               " - " TCHR-NAME " (" LAST-EMAIL ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "     RUN DATE: " RUN-DATE-ED
               "   GRADE SHEET: " SHEET-FILE-NAME (1:14)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE (1:80).
           WRITE REPORT-LINE.

       045-OPEN-SECTION.
           MOVE EK-COURSE-PREFIX TO LAST-PREFIX.
           MOVE ZERO TO SECT-ENROLLED.
           MOVE ZERO TO SECT-DROPPED.
           ADD 1 TO TCHR-SECTIONS.
           PERFORM 046-LOOK-UP-COURSE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF MASTER-STATUS IS EQUAL TO "00"
               STRING "  COURSE PREFIX " LAST-PREFIX "   " DEPT
                   " " COLLEGE DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  COURSE PREFIX " LAST-PREFIX
                   "   (NOT ON COURSE MASTER)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE "    STUDENT ID  NAME                  STD  HRS  "
               TO REPORT-LINE.
           MOVE "STATUS" TO REPORT-LINE (51:6).
           WRITE REPORT-LINE.
           MOVE "    ----------  --------------------  ---  ---  "
               TO REPORT-LINE.
           MOVE "--------------------" TO REPORT-LINE (51:20).
           WRITE REPORT-LINE.

       046-LOOK-UP-COURSE.
           MOVE "23" TO MASTER-STATUS.
           MOVE "(NOT ON COURSE MASTER)" TO TCHR-NAME.
           IF COURSE-MASTER-OPEN
               MOVE EK-EMAIL TO EMAIL
               MOVE EK-COURSE-PREFIX TO COURSE-PREFIX
               MOVE EK-TERM TO TERM-CODE
               READ MASTER-FILE RECORD
                   INVALID KEY MOVE "23" TO MASTER-STATUS
                   NOT INVALID KEY MOVE TEACHER TO TCHR-NAME
               END-READ
           END-IF.

      ******************************************************************
      * One roster line per row; an active row also goes on the
      * grade sheet with its grade left for the instructor.
      ******************************************************************
       050-LIST-STUDENT.
           PERFORM 052-RESOLVE-STUDENT.
           IF EK-DROPPED
               ADD 1 TO SECT-DROPPED
               MOVE EK-DROP-DATE TO DROP-DATE-ED
               MOVE SPACES TO ROW-STATUS
               STRING "DROPPED " DROP-DATE-ED
                   DELIMITED BY SIZE INTO ROW-STATUS
           ELSE
               ADD 1 TO SECT-ENROLLED
               ADD 1 TO TCHR-STUDENTS
               MOVE "ENROLLED" TO ROW-STATUS
               MOVE SPACES TO SHEET-WK
               MOVE EK-STUDENT-ID TO GS-STUDENT-ID
               MOVE EK-EMAIL TO GS-EMAIL
               MOVE EK-COURSE-PREFIX TO GS-PREFIX
               MOVE EK-TERM TO GS-TERM
               MOVE ROW-NAME TO GS-NAME
               MOVE SHEET-WK TO SHEET-LINE
               WRITE SHEET-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " EK-STUDENT-ID "   " ROW-NAME "  "
               ROW-STANDING "    " EK-CREDIT-HOURS "    " ROW-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       052-RESOLVE-STUDENT.
           MOVE "(NOT ON MASTER)" TO ROW-NAME.
           MOVE "??" TO ROW-STANDING.
           MOVE "23" TO STUDENT-STATUS.
           IF STUDENT-MASTER-OPEN
               MOVE EK-STUDENT-ID TO STU-ID
               READ STUDENT-FILE RECORD
                   INVALID KEY MOVE "23" TO STUDENT-STATUS
                   NOT INVALID KEY
                       MOVE STU-NAME TO ROW-NAME
                       MOVE STU-STANDING TO ROW-STANDING
               END-READ
           END-IF.
           IF STUDENT-STATUS IS NOT EQUAL TO "00"
               ADD 1 TO NAMES-MISSING
           END-IF.

       056-CLOSE-SECTION.
           MOVE SECT-ENROLLED TO COUNT-ED.
           MOVE SECT-DROPPED TO COUNT-ED-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "    SECTION ENROLLED: " COUNT-ED
               "   DROPPED: " COUNT-ED-2
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      * Instructor footing, close both files, and one index row for
      * the distribution clerk.
      ******************************************************************
       060-CLOSE-INSTRUCTOR.
           IF FILE-SEQ IS EQUAL TO ZERO
               CONTINUE
           ELSE
               MOVE TCHR-SECTIONS TO COUNT-ED
               MOVE TCHR-STUDENTS TO STUDENTS-ED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "**SECTIONS: " COUNT-ED
                   "   STUDENTS ON GRADE SHEET: " STUDENTS-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE ALL "=" TO REPORT-LINE (1:80)
               WRITE REPORT-LINE
               CLOSE ROSTER-REPORT
               CLOSE GRADE-SHEET
               PERFORM 065-WRITE-INDEX-ROW
           END-IF.

       065-WRITE-INDEX-ROW.
           MOVE SPACES TO INDEX-LINE.
           MOVE ROSTER-FILE-NAME (1:14) TO INDEX-LINE (1:14).
           MOVE SHEET-FILE-NAME (1:14) TO INDEX-LINE (17:14).
           MOVE LAST-EMAIL TO INDEX-LINE (33:16).
           MOVE TCHR-NAME TO INDEX-LINE (51:23).
           MOVE COUNT-ED TO INDEX-LINE (77:4).
           MOVE STUDENTS-ED TO INDEX-LINE (86:5).
           WRITE INDEX-LINE.

       090-WRAP-UP.
           MOVE SPACES TO INDEX-LINE.
           WRITE INDEX-LINE.
           MOVE SPACES TO INDEX-LINE.
           STRING "FILES PRODUCED: " FILE-SEQ
               "  TERM ROWS: " TERM-ROWS
               "  RECORDS READ: " RECORDS-READ
               DELIMITED BY SIZE INTO INDEX-LINE.
           WRITE INDEX-LINE.
           IF NAMES-MISSING IS GREATER THAN ZERO
               MOVE SPACES TO INDEX-LINE
               STRING "STUDENTS NOT ON STUDENT MASTER: " NAMES-MISSING
                   DELIMITED BY SIZE INTO INDEX-LINE
               WRITE INDEX-LINE
           END-IF.
           CLOSE ENROLL-MASTER.
           CLOSE ROSTER-INDEX.
           IF STUDENT-MASTER-OPEN
               CLOSE STUDENT-FILE
           END-IF.
           IF COURSE-MASTER-OPEN
               CLOSE MASTER-FILE
           END-IF.
           DISPLAY "CLASS-ROSTER: " FILE-SEQ " instructor rosters "
               "written, " TERM-ROWS " rows for " ROSTER-TERM ".".
           IF FILE-SEQ IS EQUAL TO ZERO
               DISPLAY "CLASS-ROSTER: no enrollment for " ROSTER-TERM
                   " on ENROLLMENT-CLEAN.DAT."
               STOP RUN RETURNING 4
           END-IF.
           IF NAMES-MISSING IS GREATER THAN ZERO
               STOP RUN RETURNING 4
           END-IF.
           STOP RUN.

       END PROGRAM CLASS-ROSTER.
