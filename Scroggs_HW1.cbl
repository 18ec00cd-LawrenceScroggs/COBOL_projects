      *   history.  The interactive path is unchanged.  The quality
      *   point and credit totals are widened for the enrollment
      *   row's two-digit hours.
      * 10/15/26 LS - Every grade the batch run accepts is now kept on
      *   the indexed grade master (GRADE-MASTER.DAT, GRADE-MASTER-REC)
      *   under the student and course key, with the enrollment row's
      *   credit hours and the weighted quality points, so TRANSCRIPT
      *   can print term and cumulative GPAs course by course.  A
      *   grade re-sent for the same key replaces the one on file
      *   (a grade change); the summary trailer counts both.
      * 10/15/26 LS - A blank grade (a CLASS-ROSTER grade sheet row the
      *   instructor has not filled in yet) is listed on the summary
      *   as MISSING-GRADE and counted on its own, not rejected as a
      *   bad grade; it posts nothing.  The sheet carries the
      *   student's name after the grade for the instructor's eye
      *   only - it is not read.
      * 10/15/26 LS - A grade for a course the student has dropped (the
      *   enrollment row is there but marked D) is rejected with its
      *   own DROPPED reason and kept out of the GPA and the grade
      *   master; the summary trailer counts them.
      * 10/15/26 LS - The batch grade file is sorted by student ID and
      *   course key before it is read.  The GPA is computed on a
      *   change of student, and a CLASS-ROSTER grade sheet comes in
      *   section by section, so a student in two of one
      *   instructor's sections was split into partial GPAs.
      * 10/15/26 LS - Takes the shared batch lock (BATCH-LOCK.TXT) on
      *   the GRADE resource before opening GPA-HISTORY.TXT or the
      *   grade master, menu or batch, and refuses - naming the
      *   holder - while it is held: STUDENT-MERGE re-keys the grade
      *   master and rewrites the history whole, and a GPA run beside
      *   it lost history rows or collided on grade keys.  Lock
      *   events go to BATCH-RUN-LOG.TXT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GPA-CALCULATOR.
       ENVIRONMENT DIVISION.
           SELECT GRADE-FILE ASSIGN TO DYNAMIC GRADE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-FILE-STATUS.
           SELECT GRADE-SORT-WORK ASSIGN TO "GPASORT.tmp".
           SELECT SORTED-GRADES ASSIGN TO "Grades-by-student.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-STATUS.
           SELECT BATCH-SUMMARY ASSIGN TO "GPA-BATCH-SUMMARY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENROLL-MASTER ASSIGN TO "ENROLLMENT-CLEAN.DAT"
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-KEY
               FILE STATUS IS STUDENT-STATUS.
           SELECT GRADE-MASTER ASSIGN TO "GRADE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-KEY
               FILE STATUS IS GRADE-MASTER-STATUS.
           SELECT LOCK-FILE ASSIGN TO "BATCH-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.
           SELECT RUN-LOG ASSIGN TO "BATCH-RUN-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GPA-HISTORY-FILE.
           03 FILLER       PIC X(2)  VALUE SPACES.
           03 HIST-DATE    PIC 9999/99/99.
       FD  GRADE-FILE.
       01  GRADE-INPUT-REC PIC X(57).
       SD  GRADE-SORT-WORK.
       01  GRADE-SORT-REC.
           03 SG-STUDENT-ID PIC X(9).
           03 FILLER        PIC X.
           03 SG-EMAIL      PIC X(16).
           03 SG-PREFIX     PIC 9.
           03 SG-TERM       PIC X(6).
           03 FILLER        PIC X(24).
       FD  SORTED-GRADES.
       01  GRADE-REC.
           03 GF-STUDENT-ID PIC X(9).
           03 FILLER        PIC X.
           03 GF-TERM       PIC X(6).
           03 FILLER        PIC X.
           03 GF-GRADE      PIC A(2).
           03 FILLER        PIC X.
           03 GF-SHEET-NAME PIC X(20).
       FD  BATCH-SUMMARY.
       01  SUMMARY-LINE    PIC X(80).
       FD  ENROLL-MASTER.
       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           COPY STUDENT-RECORD.
       FD  GRADE-MASTER.
       01  GRADE-MASTER-REC.
           COPY GRADE-MASTER-REC.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY LOCK-REC.
       FD  RUN-LOG.
       01  RUN-LOG-REC.
           COPY RUN-LOG-REC.
       WORKING-STORAGE SECTION.

       77  USER-NAME       PIC A(20).
       77  GRADES-READ          PIC 9(6) VALUE ZERO.
       77  GRADES-REJECTED      PIC 9(6) VALUE ZERO.
       77  NOT-ENROLLED-COUNT   PIC 9(6) VALUE ZERO.
       77  DROPPED-COUNT        PIC 9(6) VALUE ZERO.
       77  SORTED-STATUS        PIC XX   VALUE "00".
       77  STUDENTS-PROCESSED   PIC 9(6) VALUE ZERO.
       77  ENROLL-STATUS        PIC XX   VALUE "00".
       77  STUDENT-STATUS       PIC XX   VALUE "00".
           88 STUDENT-MASTER-OPEN        VALUE "Y".
       77  ENROLLED-SW          PIC X    VALUE "N".
           88 GRADE-IS-ENROLLED          VALUE "Y".
           88 GRADE-IS-DROPPED           VALUE "D".
       77  BATCH-CREDIT         PIC 99   VALUE ZERO.
       77  WEIGHTED-POINTS      PIC 9(6) VALUE ZERO.
       77  GRADE-MASTER-STATUS  PIC XX   VALUE "00".
       77  GRADES-POSTED        PIC 9(6) VALUE ZERO.
       77  GRADES-CHANGED       PIC 9(6) VALUE ZERO.
       77  GRADES-MISSING       PIC 9(6) VALUE ZERO.
       77  STUDENT-GRADE-COUNT  PIC 9(4) VALUE ZERO.
       77  LOCK-STATUS         PIC XX     VALUE "00".
       77  RUN-LOG-STATUS      PIC XX     VALUE "00".
       77  LOCK-EOF-SW         PIC X      VALUE "N".
           88 LOCK-E-O-F                  VALUE "Y".
       77  LOCK-REFUSED-SW     PIC X      VALUE "N".
           88 LOCK-REFUSED                VALUE "Y".
       77  LOCK-RESOURCE       PIC X(12)  VALUE "GRADE".
       77  LOCK-PROGRAM        PIC X(16)  VALUE "GPA-CALCULATOR".
       77  LOCK-OWNER          PIC X(12)  VALUE SPACES.
       77  LOCK-PARENT         PIC X(12)  VALUE SPACES.
       77  LOCK-TAKEN-DATE     PIC 9(8)   VALUE ZERO.
       77  LOCK-TAKEN-TIME     PIC 9(6)   VALUE ZERO.
       77  LOCK-DATE-NOW       PIC 9(8)   VALUE ZERO.
       77  LOCK-TIME-NOW       PIC 9(8)   VALUE ZERO.
       77  LOCK-COUNT          PIC 99     VALUE ZERO.
       77  LOCK-SUB            PIC 99     VALUE ZERO.
       77  LOCK-HELD-SUB       PIC 99     VALUE ZERO.
       77  LOCK-EVENT          PIC X(5)   VALUE SPACES.
       77  LOCK-EVENT-RC       PIC 9(4)   VALUE ZERO.
       77  LOCK-LOG-RESOURCE   PIC X(12)  VALUE SPACES.
       77  LOCK-LOG-OWNER      PIC X(12)  VALUE SPACES.
       77  LOCK-LOG-PROGRAM    PIC X(16)  VALUE SPACES.
       77  LOCK-DAY-NUMBER     PIC 9(8)   VALUE ZERO.
       77  LOCK-AGE-HOURS      PIC S9(5)  VALUE ZERO.
       77  LOCK-AGE-ED         PIC ZZZZ9.
       77  LOCK-STALE-HOURS    PIC 9(5)   VALUE 12.
       77  LOCK-DATE-ED        PIC 9999/99/99.
       77  LOCK-HH             PIC 99     VALUE ZERO.
       77  LOCK-MESSAGE        PIC X(120) VALUE SPACES.

       01  LOCK-TABLE.
           03  LOCK-ENTRY      PIC X(58)  OCCURS 20 TIMES.

      ******************************************************************
      * Day number of a YYYYMMDD date (AR-AGING's arithmetic): two
      * dates' day numbers subtract to the days between them.
      ******************************************************************
       01  DAY-NUMBER-WORK.
           03  DN-DATE         PIC 9(8).
           03  DN-DATE-PARTS REDEFINES DN-DATE.
               05  DN-YEAR     PIC 9(4).
               05  DN-MONTH    PIC 99.
               05  DN-DAY      PIC 99.
           03  DN-Y            PIC 9(4).
           03  DN-M            PIC 99.
           03  DN-Y4           PIC 9(4).
           03  DN-Y100         PIC 9(4).
           03  DN-Y400         PIC 9(4).
           03  DN-MDAYS        PIC 9(4).
           03  DN-RESULT       PIC 9(8).

       01  A-DATA.
           03 USER-READ    PIC A(6).
           88 INSTRUCT-1 VALUE "CALC".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT GRADE-FILE-NAME FROM COMMAND-LINE.
           PERFORM 900-TAKE-BATCH-LOCK.
           IF LOCK-REFUSED
               STOP RUN RETURNING 8
           END-IF.
           OPEN EXTEND GPA-HISTORY-FILE.
           IF HIST-FILE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT GPA-HISTORY-FILE
               PERFORM 030-PROGRAM-RUN
           END-IF.
           CLOSE GPA-HISTORY-FILE.
           PERFORM 925-FREE-BATCH-LOCK.
           STOP RUN.

       010-INPUT-NAME.
               DISPLAY "GPA-CALCULATOR: " GRADE-FILE-NAME
               DISPLAY "  could not be opened - STATUS: "
                   GRADE-FILE-STATUS
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 16
           END-IF.
           CLOSE GRADE-FILE.
           PERFORM 107-SORT-GRADE-FILE.
           OPEN INPUT ENROLL-MASTER.
           IF ENROLL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "GPA-CALCULATOR: ENROLLMENT-CLEAN.DAT could "
                   "not be opened (STATUS: " ENROLL-STATUS ") - "
                   "grades cannot be verified, batch run refused."
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT STUDENT-FILE.
                   "not be opened (STATUS: " STUDENT-STATUS ") - "
                   "history rows will carry the student ID."
           END-IF.
           PERFORM 105-OPEN-GRADE-MASTER.
           OPEN OUTPUT BATCH-SUMMARY.
           MOVE "GPA BATCH RUN - RECORDS REJECTED OR MISSING A GRADE:"
               TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           PERFORM 110-READ-GRADE-RECORD.
           PERFORM 120-PROCESS-GRADE-RECORD UNTIL GRADE-E-O-F.
               "  OF WHICH NOT ENROLLED: " NOT-ENROLLED-COUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "GRADES FOR DROPPED COURSES (REJECTED): "
               DROPPED-COUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "GRADES MISSING (BLANK, NOT REJECTED): "
               GRADES-MISSING
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "GRADES POSTED TO GRADE MASTER: " GRADES-POSTED
               "  OF WHICH REPLACED: " GRADES-CHANGED
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           CLOSE SORTED-GRADES.
           CLOSE ENROLL-MASTER.
           CLOSE GRADE-MASTER.
           IF STUDENT-MASTER-OPEN
               CLOSE STUDENT-FILE
           END-IF.
           DISPLAY "Batch GPA run complete - " STUDENTS-PROCESSED
               " students, " GRADES-REJECTED " records rejected.".

      ******************************************************************
      * The grade master is created empty the first time, as
      * COURSE-MAINT does for the course master.  A master that will
      * not open refuses the run - an accepted grade must not be
      * counted into a GPA and then lost.
      ******************************************************************
       105-OPEN-GRADE-MASTER.
           OPEN I-O GRADE-MASTER.
           IF GRADE-MASTER-STATUS IS EQUAL TO "35"
               DISPLAY "GPA-CALCULATOR: GRADE-MASTER.DAT not found - "
                   "starting empty."
               OPEN OUTPUT GRADE-MASTER
               CLOSE GRADE-MASTER
               OPEN I-O GRADE-MASTER
           END-IF.
           IF GRADE-MASTER-STATUS IS NOT EQUAL TO "00"
               DISPLAY "GPA-CALCULATOR: GRADE-MASTER.DAT could not be "
                   "opened (STATUS: " GRADE-MASTER-STATUS ") - "
                   "batch run refused."
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 16
           END-IF.

      ******************************************************************
      * The GPA is cut on a change of student, so every grade for a
      * student must arrive together whatever order the feed was
      * keyed or sheeted in.
      ******************************************************************
       107-SORT-GRADE-FILE.
           SORT GRADE-SORT-WORK
               ON ASCENDING KEY SG-STUDENT-ID
               ON ASCENDING KEY SG-EMAIL
               ON ASCENDING KEY SG-PREFIX
               ON ASCENDING KEY SG-TERM
               USING GRADE-FILE
               GIVING SORTED-GRADES.
           IF SORT-RETURN IS NOT EQUAL TO ZERO
               DISPLAY "GPA-CALCULATOR: SORT FAILED - " SORT-RETURN
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT SORTED-GRADES.
           IF SORTED-STATUS IS NOT EQUAL TO "00"
               DISPLAY "GPA-CALCULATOR: Grades-by-student.txt could "
                   "not be opened - STATUS: " SORTED-STATUS
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 16
           END-IF.

       110-READ-GRADE-RECORD.
           READ SORTED-GRADES AT END SET GRADE-E-O-F TO TRUE.

      ******************************************************************
      * A grade record only counts once its (student, course, term)
      * matches an enrollment row, and the credit hours come from
      * that row - the feed's word is not taken for either.  A blank
      * grade is still to come from the instructor: it is listed as
      * missing and nothing else is done with it.
      ******************************************************************
       120-PROCESS-GRADE-RECORD.
           ADD 1 TO GRADES-READ.
               PERFORM 140-FINISH-STUDENT
               MOVE GF-STUDENT-ID TO CURRENT-ID
           END-IF.
           IF GF-GRADE IS EQUAL TO SPACES
               ADD 1 TO GRADES-MISSING
               PERFORM 137-WRITE-MISSING-LINE
           ELSE
               ADD 1 TO STUDENT-GRADE-COUNT
               PERFORM 122-POST-GRADE-RECORD
           END-IF.
           PERFORM 110-READ-GRADE-RECORD.

       122-POST-GRADE-RECORD.
           PERFORM 125-VERIFY-ENROLLMENT.
           IF GRADE-IS-ENROLLED
               MOVE GF-GRADE TO GRADE-READ
               PERFORM 042-GRADE-TO-POINTS
               IF GRADE-IS-VALID
                   PERFORM 147-WEIGHT-BATCH-GRADE
                   PERFORM 148-POST-GRADE-MASTER
               ELSE
                   ADD 1 TO GRADES-REJECTED
                   PERFORM 130-WRITE-REJECT-LINE
               END-IF
           ELSE
               ADD 1 TO GRADES-REJECTED
               IF GRADE-IS-DROPPED
                   ADD 1 TO DROPPED-COUNT
                   PERFORM 136-WRITE-DROPPED-LINE
               ELSE
                   ADD 1 TO NOT-ENROLLED-COUNT
                   PERFORM 135-WRITE-NOT-ENROLLED-LINE
               END-IF
           END-IF.

       125-VERIFY-ENROLLMENT.
           MOVE "N" TO ENROLLED-SW.
           READ ENROLL-MASTER RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF EK-DROPPED
                       SET GRADE-IS-DROPPED TO TRUE
                   ELSE
                       SET GRADE-IS-ENROLLED TO TRUE
                       MOVE EK-CREDIT-HOURS TO BATCH-CREDIT
                   END-IF
           END-READ.

       130-WRITE-REJECT-LINE.
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

       136-WRITE-DROPPED-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  " GF-STUDENT-ID " " GF-EMAIL " " GF-PREFIX
               " " GF-TERM "  DROPPED"
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

       137-WRITE-MISSING-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  " GF-STUDENT-ID " " GF-EMAIL " " GF-PREFIX
               " " GF-TERM "  MISSING-GRADE"
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

      ******************************************************************
      * Close out the student whose grades just ended.  A student
      * whose every record was rejected has no credit hours and gets
                   PERFORM 145-RESOLVE-STUDENT-NAME
                   PERFORM 050-CALCULATE-GPA
               ELSE
                   IF STUDENT-GRADE-COUNT IS GREATER THAN ZERO
                       MOVE SPACES TO SUMMARY-LINE
                       STRING "  " CURRENT-ID
                           "  NO VALID GRADES - NO GPA COMPUTED"
                           DELIMITED BY SIZE INTO SUMMARY-LINE
                       WRITE SUMMARY-LINE
                   END-IF
                   MOVE 0 TO QUALITY-POINTS-TOTAL
               END-IF
           END-IF.
           MOVE ZERO TO STUDENT-GRADE-COUNT.

      ******************************************************************
      * The history row carries the student master's name for the
           ADD WEIGHTED-POINTS TO QUALITY-POINTS-TOTAL.
           ADD BATCH-CREDIT TO CREDIT-HOURS-TOTAL.

      ******************************************************************
      * Keep the accepted grade under its student and course key.  A
      * key already on file is a grade change and replaces the old
      * grade.
      ******************************************************************
       148-POST-GRADE-MASTER.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO GRADE-MASTER-REC.
           MOVE GF-STUDENT-ID TO GM-STUDENT-ID.
           MOVE GF-EMAIL TO GM-EMAIL.
           MOVE GF-PREFIX TO GM-COURSE-PREFIX.
           MOVE GF-TERM TO GM-TERM.
           MOVE BATCH-CREDIT TO GM-CREDIT-HOURS.
           MOVE GF-GRADE TO GM-GRADE.
           COMPUTE GM-QUALITY-POINTS = WEIGHTED-POINTS / 100.
           MOVE RUN-DATE TO GM-POSTED-DATE.
           WRITE GRADE-MASTER-REC
               INVALID KEY
                   REWRITE GRADE-MASTER-REC
                       INVALID KEY
                           DISPLAY "GPA-CALCULATOR: grade master "
                               "rewrite failed - STATUS: "
                               GRADE-MASTER-STATUS " KEY: " GM-KEY
                       NOT INVALID KEY
                           ADD 1 TO GRADES-POSTED
                           ADD 1 TO GRADES-CHANGED
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO GRADES-POSTED
           END-WRITE.

       055-WRITE-HISTORY.
           MOVE SPACES TO HISTORY-REC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE-ED TO HIST-DATE.
           WRITE HISTORY-REC.

      ******************************************************************
      * Shared lock file.  A lock held on this resource - or the
      * chain's lock, unless this run is one of the chain's own steps
      * (BATCHLOCK=CHAIN in the environment), or for the chain itself
      * any lock at all - refuses the run with the holder named;
      * nothing waits.  A lock older than LOCK-STALE-HOURS is called
      * out as stale but still honored: only an operator releases it
      * (BATCH-LOCK RELEASE).
      ******************************************************************
       900-TAKE-BATCH-LOCK.
           MOVE "N" TO LOCK-REFUSED-SW.
           PERFORM 901-SET-LOCK-OWNER.
           ACCEPT LOCK-PARENT FROM ENVIRONMENT "BATCHLOCK".
           ACCEPT LOCK-DATE-NOW FROM DATE YYYYMMDD.
           ACCEPT LOCK-TIME-NOW FROM TIME.
           PERFORM 910-LOAD-LOCK-TABLE.
           MOVE ZERO TO LOCK-HELD-SUB.
           PERFORM 915-TEST-LOCK-ENTRY
               VARYING LOCK-SUB FROM 1 BY 1
               UNTIL LOCK-SUB IS GREATER THAN LOCK-COUNT.
           IF LOCK-HELD-SUB IS GREATER THAN ZERO
               PERFORM 920-REFUSE-LOCK
           ELSE
               PERFORM 905-WRITE-LOCK
           END-IF.

       901-SET-LOCK-OWNER.
           ACCEPT LOCK-OWNER FROM ENVIRONMENT "USER".
           IF LOCK-OWNER IS EQUAL TO SPACES
               MOVE "OPERATOR" TO LOCK-OWNER
           END-IF.

       905-WRITE-LOCK.
           IF LOCK-TAKEN-DATE IS EQUAL TO ZERO
               MOVE LOCK-DATE-NOW TO LOCK-TAKEN-DATE
               MOVE LOCK-TIME-NOW (1:6) TO LOCK-TAKEN-TIME
           END-IF.
           OPEN EXTEND LOCK-FILE.
           IF LOCK-STATUS IS EQUAL TO "35"
               OPEN OUTPUT LOCK-FILE
           END-IF.
           MOVE SPACES TO LOCK-RECORD.
           MOVE LOCK-RESOURCE TO LK-RESOURCE.
           MOVE LOCK-OWNER TO LK-OWNER.
           MOVE LOCK-PROGRAM TO LK-PROGRAM.
           MOVE LOCK-TAKEN-DATE TO LK-DATE.
           MOVE LOCK-TAKEN-TIME TO LK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.
           MOVE "LOCK" TO LOCK-EVENT.
           MOVE ZERO TO LOCK-EVENT-RC.
           MOVE LOCK-RESOURCE TO LOCK-LOG-RESOURCE.
           MOVE LOCK-OWNER TO LOCK-LOG-OWNER.
           MOVE LOCK-PROGRAM TO LOCK-LOG-PROGRAM.
           PERFORM 940-WRITE-LOCK-EVENT.

       910-LOAD-LOCK-TABLE.
           MOVE ZERO TO LOCK-COUNT.
           MOVE "N" TO LOCK-EOF-SW.
           OPEN INPUT LOCK-FILE.
           IF LOCK-STATUS IS EQUAL TO "00"
               PERFORM 911-READ-LOCK-RECORD
               PERFORM 912-STORE-LOCK-RECORD UNTIL LOCK-E-O-F
               CLOSE LOCK-FILE
           END-IF.

       911-READ-LOCK-RECORD.
           READ LOCK-FILE AT END SET LOCK-E-O-F TO TRUE.

       912-STORE-LOCK-RECORD.
           IF LOCK-COUNT IS LESS THAN 20
               ADD 1 TO LOCK-COUNT
               MOVE LOCK-RECORD TO LOCK-ENTRY (LOCK-COUNT)
           END-IF.
           PERFORM 911-READ-LOCK-RECORD.

       915-TEST-LOCK-ENTRY.
           MOVE LOCK-ENTRY (LOCK-SUB) TO LOCK-RECORD.
           IF LK-RESOURCE IS EQUAL TO LOCK-RESOURCE OR
              LOCK-RESOURCE IS EQUAL TO "CHAIN" OR
              (LK-RESOURCE IS EQUAL TO "CHAIN" AND
               LOCK-PARENT IS NOT EQUAL TO "CHAIN")
               IF LOCK-HELD-SUB IS EQUAL TO ZERO
                   MOVE LOCK-SUB TO LOCK-HELD-SUB
               END-IF
           END-IF.

       920-REFUSE-LOCK.
           SET LOCK-REFUSED TO TRUE.
           MOVE LOCK-ENTRY (LOCK-HELD-SUB) TO LOCK-RECORD.
           PERFORM 930-COMPUTE-LOCK-AGE.
           MOVE LK-DATE TO LOCK-DATE-ED.
           MOVE SPACES TO LOCK-MESSAGE.
           STRING LOCK-PROGRAM DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               LK-RESOURCE DELIMITED BY SPACE
               " is locked by " DELIMITED BY SIZE
               LK-OWNER DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               LK-PROGRAM DELIMITED BY SPACE
               ") since " LOCK-DATE-ED " " LK-TIME " - not run."
                   DELIMITED BY SIZE
               INTO LOCK-MESSAGE.
           DISPLAY LOCK-MESSAGE.
           IF LOCK-AGE-HOURS IS GREATER THAN LOCK-STALE-HOURS
               MOVE LOCK-AGE-HOURS TO LOCK-AGE-ED
               MOVE SPACES TO LOCK-MESSAGE
               STRING LOCK-PROGRAM DELIMITED BY SPACE
                   ": that lock is " LOCK-AGE-ED " hours old and "
                   "looks STALE - check the holder, then BATCH-LOCK "
                   "RELEASE " DELIMITED BY SIZE
                   LK-RESOURCE DELIMITED BY SPACE
                   INTO LOCK-MESSAGE
               DISPLAY LOCK-MESSAGE
               MOVE "STALE" TO LOCK-EVENT
           ELSE
               MOVE "BUSY" TO LOCK-EVENT
           END-IF.
           MOVE 8 TO LOCK-EVENT-RC.
           MOVE LOCK-RESOURCE TO LOCK-LOG-RESOURCE.
           MOVE LK-OWNER TO LOCK-LOG-OWNER.
           MOVE LK-PROGRAM TO LOCK-LOG-PROGRAM.
           PERFORM 940-WRITE-LOCK-EVENT.

      ******************************************************************
      * Frees every lock this run took - matched on program, owner,
      * and the stamp it was taken with, so a lock an operator
      * released and someone else has since taken is left alone.
      ******************************************************************
       925-FREE-BATCH-LOCK.
           IF LOCK-TAKEN-DATE IS GREATER THAN ZERO
               PERFORM 910-LOAD-LOCK-TABLE
               OPEN OUTPUT LOCK-FILE
               PERFORM 926-KEEP-OTHER-LOCK
                   VARYING LOCK-SUB FROM 1 BY 1
                   UNTIL LOCK-SUB IS GREATER THAN LOCK-COUNT
               CLOSE LOCK-FILE
               MOVE ZERO TO LOCK-TAKEN-DATE
           END-IF.

       926-KEEP-OTHER-LOCK.
           MOVE LOCK-ENTRY (LOCK-SUB) TO LOCK-RECORD.
           IF LK-PROGRAM IS EQUAL TO LOCK-PROGRAM AND
              LK-OWNER IS EQUAL TO LOCK-OWNER AND
              LK-DATE IS EQUAL TO LOCK-TAKEN-DATE AND
              LK-TIME IS EQUAL TO LOCK-TAKEN-TIME
               MOVE "FREE" TO LOCK-EVENT
               MOVE ZERO TO LOCK-EVENT-RC
               MOVE LK-RESOURCE TO LOCK-LOG-RESOURCE
               MOVE LOCK-OWNER TO LOCK-LOG-OWNER
               MOVE LOCK-PROGRAM TO LOCK-LOG-PROGRAM
               PERFORM 940-WRITE-LOCK-EVENT
           ELSE
               WRITE LOCK-RECORD
           END-IF.

       930-COMPUTE-LOCK-AGE.
           MOVE LK-DATE TO DN-DATE.
           PERFORM 935-COMPUTE-DAY-NUMBER.
           MOVE DN-RESULT TO LOCK-DAY-NUMBER.
           MOVE LOCK-DATE-NOW TO DN-DATE.
           PERFORM 935-COMPUTE-DAY-NUMBER.
           MOVE LOCK-TIME-NOW (1:2) TO LOCK-HH.
           COMPUTE LOCK-AGE-HOURS = (DN-RESULT - LOCK-DAY-NUMBER) * 24
               + LOCK-HH.
           MOVE LK-TIME (1:2) TO LOCK-HH.
           SUBTRACT LOCK-HH FROM LOCK-AGE-HOURS.

       935-COMPUTE-DAY-NUMBER.
           IF DN-MONTH IS LESS THAN 3
               COMPUTE DN-Y = DN-YEAR - 1
               COMPUTE DN-M = DN-MONTH + 12
           ELSE
               MOVE DN-YEAR TO DN-Y
               MOVE DN-MONTH TO DN-M
           END-IF.
           DIVIDE DN-Y BY 4 GIVING DN-Y4.
           DIVIDE DN-Y BY 100 GIVING DN-Y100.
           DIVIDE DN-Y BY 400 GIVING DN-Y400.
           COMPUTE DN-MDAYS = 153 * (DN-M - 3) + 2.
           DIVIDE DN-MDAYS BY 5 GIVING DN-MDAYS.
           COMPUTE DN-RESULT = 365 * DN-Y + DN-Y4 - DN-Y100
               + DN-Y400 + DN-MDAYS + DN-DAY.

       940-WRITE-LOCK-EVENT.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE SPACES TO RUN-LOG-REC.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT LOCK-TIME-NOW FROM TIME.
           MOVE LOCK-TIME-NOW (1:6) TO RL-TIME.
           MOVE LOCK-LOG-RESOURCE TO RL-STEP.
           MOVE LOCK-EVENT TO RL-EVENT.
           MOVE LOCK-EVENT-RC TO RL-RC.
           MOVE LOCK-LOG-OWNER TO RL-LOCK-OWNER.
           MOVE LOCK-LOG-PROGRAM TO RL-LOCK-PROGRAM.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.

       END PROGRAM GPA-CALCULATOR.
