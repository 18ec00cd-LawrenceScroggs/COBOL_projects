      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: Official student transcripts for the registrar's
      * office, off the grade master GPA-CALCULATOR keeps
      * (GRADE-MASTER.DAT) instead of rebuilding them by hand from
      * the grade feeds.  For each student on STUDENT-MASTER.DAT it
      * prints every course graded, term by term in calendar order
      * (SP, SU, FA within a year): the course key, credit hours,
      * grade, and quality points, a term GPA under each term, and
      * the running cumulative GPA through that term.  GPAs are
      * quality points over credit hours, truncated to two places
      * exactly as GPA-CALCULATOR computes them.  A student ID on the
      * command line prints that one student's transcript; no
      * argument prints every student on the master.  Written to
      * TRANSCRIPTS.TXT.
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-KEY
               FILE STATUS IS STUDENT-STATUS.
           SELECT GRADE-MASTER ASSIGN TO "GRADE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS GRADE-MASTER-STATUS.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCRIPTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           COPY STUDENT-RECORD.
       FD  GRADE-MASTER.
       01  GRADE-MASTER-REC.
           COPY GRADE-MASTER-REC.
       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-LINE     PIC X(100).
       WORKING-STORAGE SECTION.
           77  STUDENT-STATUS      PIC XX     VALUE "00".
           77  GRADE-MASTER-STATUS PIC XX     VALUE "00".
           77  STUDENT-EOF-SW      PIC X      VALUE "N".
               88 STUDENT-E-O-F               VALUE "Y".
           77  GRADE-EOF-SW        PIC X      VALUE "N".
               88 GRADE-E-O-F                 VALUE "Y".
           77  RUN-ARG             PIC X(9)   VALUE SPACES.
           77  RUN-DATE            PIC 9(8)   VALUE ZERO.
           77  RUN-DATE-ED         PIC 9999/99/99.
           77  STUDENTS-PRINTED    PIC 9(6)   VALUE ZERO.
           77  GRADES-PRINTED      PIC 9(6)   VALUE ZERO.
           77  STUDENTS-TRUNCATED  PIC 9(6)   VALUE ZERO.
           77  GRADE-COUNT         PIC 9(3)   VALUE ZERO.
           77  GRADE-SUB           PIC 9(3)   VALUE ZERO.
           77  ROWS-LEFT           PIC 9(3)   VALUE ZERO.
           77  OVERFLOW-SW         PIC X      VALUE "N".
               88 GRADES-OVERFLOWED           VALUE "Y".
           77  TERM-SEQ-WK         PIC 9(8)   VALUE ZERO.
           77  LOW-TERM-SEQ        PIC 9(8)   VALUE ZERO.
           77  LOW-TERM            PIC X(6)   VALUE SPACES.
           77  TERM-HOURS          PIC 9(4)   VALUE ZERO.
           77  TERM-POINTS         PIC 9(5)V99 VALUE ZERO.
           77  CUM-HOURS           PIC 9(4)   VALUE ZERO.
           77  CUM-POINTS          PIC 9(5)V99 VALUE ZERO.
           77  TERM-GPA            PIC 9V99   VALUE ZERO.
           77  CUM-GPA             PIC 9V99   VALUE ZERO.
           77  HOURS-ED            PIC ZZZ9.
           77  POINTS-ED           PIC ZZ,ZZ9.99.
           77  GPA-ED              PIC 9.99.
           77  CUM-GPA-ED          PIC 9.99.

           01  GRADE-TABLE.
               03  GRADE-ENTRY OCCURS 200 TIMES.
                   05  GT-TERM-SEQ     PIC 9(8).
                   05  GT-TERM         PIC X(6).
                   05  GT-EMAIL        PIC X(16).
                   05  GT-PREFIX       PIC 9.
                   05  GT-HOURS        PIC 99.
                   05  GT-GRADE        PIC X(2).
                   05  GT-POINTS       PIC 9(3)V99.
                   05  GT-PRINTED-SW   PIC X.

       PROCEDURE DIVISION.
       010-MAIN.
           PERFORM 020-INITIALIZE.
           IF RUN-ARG IS NOT EQUAL TO SPACES
               MOVE RUN-ARG TO STU-ID
               READ STUDENT-FILE RECORD
                   INVALID KEY
                       DISPLAY "TRANSCRIPT: student " RUN-ARG
                           " is not on STUDENT-MASTER.DAT."
                       CLOSE STUDENT-FILE
                       CLOSE GRADE-MASTER
                       CLOSE TRANSCRIPT-FILE
                       STOP RUN RETURNING 8
               END-READ
               PERFORM 030-PRINT-TRANSCRIPT
           ELSE
               MOVE LOW-VALUES TO STU-KEY
               START STUDENT-FILE KEY IS NOT LESS THAN STU-KEY
                   INVALID KEY SET STUDENT-E-O-F TO TRUE
               END-START
               PERFORM 025-READ-STUDENT
               PERFORM 027-PRINT-AND-READ UNTIL STUDENT-E-O-F
           END-IF.
           PERFORM 090-WRAP-UP.

       020-INITIALIZE.
           ACCEPT RUN-ARG FROM COMMAND-LINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-ED.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "TRANSCRIPT: STUDENT-MASTER.DAT could not be "
                   "opened - STATUS: " STUDENT-STATUS
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT GRADE-MASTER.
           IF GRADE-MASTER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "TRANSCRIPT: GRADE-MASTER.DAT could not be "
                   "opened - run GPA-CALCULATOR's batch mode first.  "
                   "STATUS: " GRADE-MASTER-STATUS
               STOP RUN RETURNING 16
           END-IF.
           OPEN OUTPUT TRANSCRIPT-FILE.

       025-READ-STUDENT.
           IF NOT STUDENT-E-O-F
               READ STUDENT-FILE NEXT RECORD
                   AT END SET STUDENT-E-O-F TO TRUE
               END-READ
           END-IF.

       027-PRINT-AND-READ.
           PERFORM 030-PRINT-TRANSCRIPT.
           PERFORM 025-READ-STUDENT.

      ******************************************************************
      * One student: heading, the graded courses a term at a time in
      * calendar order, and a closing cumulative line.
      ******************************************************************
       030-PRINT-TRANSCRIPT.
           ADD 1 TO STUDENTS-PRINTED.
           PERFORM 040-LOAD-STUDENT-GRADES.
           PERFORM 060-WRITE-HEADING.
           MOVE ZERO TO CUM-HOURS.
           MOVE ZERO TO CUM-POINTS.
           MOVE ZERO TO CUM-GPA.
           IF GRADE-COUNT IS EQUAL TO ZERO
               MOVE "    NO GRADES ON FILE" TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           ELSE
               MOVE GRADE-COUNT TO ROWS-LEFT
               PERFORM 050-PRINT-NEXT-TERM UNTIL ROWS-LEFT IS ZERO
               MOVE CUM-HOURS TO HOURS-ED
               MOVE CUM-GPA TO CUM-GPA-ED
               MOVE SPACES TO TRANSCRIPT-LINE
               STRING "  TOTAL HOURS GRADED: " HOURS-ED
                   "    CUMULATIVE GPA: " CUM-GPA-ED
                   DELIMITED BY SIZE INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.
           IF GRADES-OVERFLOWED
               ADD 1 TO STUDENTS-TRUNCATED
               MOVE "  ** MORE THAN 200 GRADES ON FILE - TRANSCRIPT "
                   TO TRANSCRIPT-LINE
               MOVE "INCOMPLETE **" TO TRANSCRIPT-LINE (48:13)
               WRITE TRANSCRIPT-LINE
           END-IF.
           MOVE SPACES TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.

      ******************************************************************
      * Position on the student's first grade and read forward while
      * the student ID still matches.
      ******************************************************************
       040-LOAD-STUDENT-GRADES.
           MOVE ZERO TO GRADE-COUNT.
           MOVE "N" TO OVERFLOW-SW.
           MOVE "N" TO GRADE-EOF-SW.
           MOVE STU-ID TO GM-STUDENT-ID.
           MOVE LOW-VALUES TO GM-EMAIL.
           MOVE ZERO TO GM-COURSE-PREFIX.
           MOVE LOW-VALUES TO GM-TERM.
           START GRADE-MASTER KEY IS NOT LESS THAN GM-KEY
               INVALID KEY SET GRADE-E-O-F TO TRUE
           END-START.
           PERFORM 041-LOAD-NEXT-GRADE UNTIL GRADE-E-O-F.

       041-LOAD-NEXT-GRADE.
           READ GRADE-MASTER NEXT RECORD
               AT END SET GRADE-E-O-F TO TRUE.
           IF NOT GRADE-E-O-F
               IF GM-STUDENT-ID IS NOT EQUAL TO STU-ID
                   SET GRADE-E-O-F TO TRUE
               ELSE
                   IF GRADE-COUNT IS LESS THAN 200
                       ADD 1 TO GRADE-COUNT
                       PERFORM 045-SET-TERM-SEQ
                       MOVE TERM-SEQ-WK TO GT-TERM-SEQ (GRADE-COUNT)
                       MOVE GM-TERM TO GT-TERM (GRADE-COUNT)
                       MOVE GM-EMAIL TO GT-EMAIL (GRADE-COUNT)
                       MOVE GM-COURSE-PREFIX TO GT-PREFIX (GRADE-COUNT)
                       MOVE GM-CREDIT-HOURS TO GT-HOURS (GRADE-COUNT)
                       MOVE GM-GRADE TO GT-GRADE (GRADE-COUNT)
                       MOVE GM-QUALITY-POINTS TO
                           GT-POINTS (GRADE-COUNT)
                       MOVE "N" TO GT-PRINTED-SW (GRADE-COUNT)
                   ELSE
                       SET GRADES-OVERFLOWED TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Terms sort in calendar order by their in-term date, the same
      * convention TERM-STATUS.TXT's price dates use (SP = Feb 1,
      * SU = Jun 1, FA = Sep 1 of the term's year).  A term code in
      * no known season sorts last in its year.
      ******************************************************************
       045-SET-TERM-SEQ.
           MOVE ZERO TO TERM-SEQ-WK.
           IF GM-TERM (1:4) IS NUMERIC
               MOVE GM-TERM (1:4) TO TERM-SEQ-WK (1:4)
           END-IF.
           EVALUATE GM-TERM (5:2)
               WHEN "SP"  MOVE "0201" TO TERM-SEQ-WK (5:4)
               WHEN "SU"  MOVE "0601" TO TERM-SEQ-WK (5:4)
               WHEN "FA"  MOVE "0901" TO TERM-SEQ-WK (5:4)
               WHEN OTHER MOVE "1231" TO TERM-SEQ-WK (5:4)
           END-EVALUATE.

      ******************************************************************
      * Pick the earliest term not yet printed, print its courses,
      * then its term GPA and the cumulative GPA through it.
      ******************************************************************
       050-PRINT-NEXT-TERM.
           MOVE 99999999 TO LOW-TERM-SEQ.
           MOVE HIGH-VALUES TO LOW-TERM.
           PERFORM 051-TEST-LOW-TERM
               VARYING GRADE-SUB FROM 1 BY 1
               UNTIL GRADE-SUB IS GREATER THAN GRADE-COUNT.
           MOVE ZERO TO TERM-HOURS.
           MOVE ZERO TO TERM-POINTS.
           MOVE SPACES TO TRANSCRIPT-LINE.
           STRING "  TERM " LOW-TERM DELIMITED BY SIZE
               INTO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           PERFORM 052-PRINT-TERM-ROW
               VARYING GRADE-SUB FROM 1 BY 1
               UNTIL GRADE-SUB IS GREATER THAN GRADE-COUNT.
           ADD TERM-HOURS TO CUM-HOURS.
           ADD TERM-POINTS TO CUM-POINTS.
           MOVE ZERO TO TERM-GPA.
           IF TERM-HOURS IS GREATER THAN ZERO
               DIVIDE TERM-POINTS BY TERM-HOURS GIVING TERM-GPA
           END-IF.
           MOVE ZERO TO CUM-GPA.
           IF CUM-HOURS IS GREATER THAN ZERO
               DIVIDE CUM-POINTS BY CUM-HOURS GIVING CUM-GPA
           END-IF.
           MOVE TERM-HOURS TO HOURS-ED.
           MOVE TERM-POINTS TO POINTS-ED.
           MOVE TERM-GPA TO GPA-ED.
           MOVE CUM-GPA TO CUM-GPA-ED.
           MOVE SPACES TO TRANSCRIPT-LINE.
           STRING "    TERM HOURS: " HOURS-ED
               "  POINTS: " POINTS-ED
               "  TERM GPA: " GPA-ED
               "  CUMULATIVE GPA: " CUM-GPA-ED
               DELIMITED BY SIZE INTO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.

       051-TEST-LOW-TERM.
           IF GT-PRINTED-SW (GRADE-SUB) IS EQUAL TO "N"
               IF GT-TERM-SEQ (GRADE-SUB) IS LESS THAN LOW-TERM-SEQ OR
                  (GT-TERM-SEQ (GRADE-SUB) IS EQUAL TO LOW-TERM-SEQ
                   AND GT-TERM (GRADE-SUB) IS LESS THAN LOW-TERM)
                   MOVE GT-TERM-SEQ (GRADE-SUB) TO LOW-TERM-SEQ
                   MOVE GT-TERM (GRADE-SUB) TO LOW-TERM
               END-IF
           END-IF.

       052-PRINT-TERM-ROW.
           IF GT-PRINTED-SW (GRADE-SUB) IS EQUAL TO "N" AND
              GT-TERM (GRADE-SUB) IS EQUAL TO LOW-TERM
               MOVE "Y" TO GT-PRINTED-SW (GRADE-SUB)
               SUBTRACT 1 FROM ROWS-LEFT
               ADD 1 TO GRADES-PRINTED
               ADD GT-HOURS (GRADE-SUB) TO TERM-HOURS
               ADD GT-POINTS (GRADE-SUB) TO TERM-POINTS
               MOVE GT-HOURS (GRADE-SUB) TO HOURS-ED
               MOVE GT-POINTS (GRADE-SUB) TO POINTS-ED
               MOVE SPACES TO TRANSCRIPT-LINE
               STRING "    " GT-EMAIL (GRADE-SUB) " "
                   GT-PREFIX (GRADE-SUB) " " GT-TERM (GRADE-SUB)
                   "  " HOURS-ED "    " GT-GRADE (GRADE-SUB)
                   "   " POINTS-ED
                   DELIMITED BY SIZE INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.

       060-WRITE-HEADING.
           MOVE ALL "=" TO TRANSCRIPT-LINE (1:80).
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO TRANSCRIPT-LINE.
           STRING "OFFICIAL TRANSCRIPT - PRINTED " RUN-DATE-ED
               DELIMITED BY SIZE INTO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO TRANSCRIPT-LINE.
           STRING "STUDENT: " STU-ID "  " STU-NAME
               "  COLLEGE: " STU-COLLEGE
               "  STANDING: " STU-STANDING
               DELIMITED BY SIZE INTO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE ALL "=" TO TRANSCRIPT-LINE (1:80).
           WRITE TRANSCRIPT-LINE.
           MOVE "    COURSE                  TERM     HRS  GRADE  "
               TO TRANSCRIPT-LINE.
           MOVE "   POINTS" TO TRANSCRIPT-LINE (51:9).
           WRITE TRANSCRIPT-LINE.
           MOVE SPACES TO TRANSCRIPT-LINE.
           MOVE ALL "-" TO TRANSCRIPT-LINE (5:56).
           WRITE TRANSCRIPT-LINE.

       090-WRAP-UP.
           CLOSE STUDENT-FILE.
           CLOSE GRADE-MASTER.
           CLOSE TRANSCRIPT-FILE.
           DISPLAY "TRANSCRIPT: " STUDENTS-PRINTED " transcripts, "
               GRADES-PRINTED " grades on TRANSCRIPTS.TXT.".
           IF STUDENTS-TRUNCATED IS GREATER THAN ZERO
               DISPLAY "TRANSCRIPT: " STUDENTS-TRUNCATED " transcripts "
                   "incomplete - more than 200 grades on file."
               STOP RUN RETURNING 4
           END-IF.
           STOP RUN.

       END PROGRAM TRANSCRIPT.
