      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: Census-date enrollment freeze.  State reporting and
      * the budget office count a term as it stood on census date,
      * but ENROLLMENT-CLEAN.TXT keeps moving under ENROLL-MAINT
      * every night, so nobody could say afterwards what the census
      * count had been.  Run once on census date with the term,
      *     CENSUS-SNAPSHOT 2026FA
      * this copies every one of the term's clean enrollment rows
      * (dropped rows included, as they stood) to the permanent
      * census file ENROLL-CENSUS-<term>.TXT - same layout as the
      * clean file - with a sidecar ENROLL-CENSUS-<term>.CTL holding
      * the census date, row count, and credit hours.  The census
      * file is never written again: if it is already on disk the
      * run does not touch it and simply re-reports from it, so a
      * late re-run can never move the census.  The report,
      * CENSUS-REPORT-<term>.TXT, joins each counted student to
      * STUDENT-MASTER.DAT and gives headcount, credit hours, and FTE
      * by college, by standing, and by residency.  Only active rows
      * count; a student is one head however many courses they sit
      * in.  FTE is undergraduate hours / 15 plus graduate hours / 12.
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS-SNAPSHOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-FILE ASSIGN TO "ENROLLMENT-CLEAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLL-STATUS.
           SELECT CENSUS-FILE ASSIGN TO DYNAMIC CENSUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENSUS-STATUS.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC CONTROL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.
           SELECT SORT-WORK ASSIGN TO "CENSWORK.tmp".
           SELECT SORTED-CENSUS ASSIGN TO "Census-by-student.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-KEY
               FILE STATUS IS STUDENT-STATUS.
           SELECT CENSUS-REPORT ASSIGN TO DYNAMIC REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-FILE.
       01  ENROLL-LINE         PIC X(53).
       FD  CENSUS-FILE.
       01  CENSUS-LINE         PIC X(53).
       FD  CONTROL-FILE.
       01  CONTROL-LINE        PIC X(100).
       SD  SORT-WORK.
       01  SORT-RECORD.
           03  SRT-STUDENT     PIC X(9).
           03  FILLER          PIC X(44).
       FD  SORTED-CENSUS.
       01  SORTED-LINE         PIC X(53).
       FD  STUDENT-FILE.
       01  STUDENT-REC.
           COPY STUDENT-RECORD.
       FD  CENSUS-REPORT.
       01  REPORT-LINE         PIC X(100).
       WORKING-STORAGE SECTION.
           77  ENROLL-STATUS       PIC XX     VALUE "00".
           77  CENSUS-STATUS       PIC XX     VALUE "00".
           77  CONTROL-STATUS      PIC XX     VALUE "00".
           77  SORTED-STATUS       PIC XX     VALUE "00".
           77  STUDENT-STATUS      PIC XX     VALUE "00".
           77  ENROLL-EOF-SW       PIC X      VALUE "N".
               88 ENROLL-E-O-F                VALUE "Y".
           77  SORTED-EOF-SW       PIC X      VALUE "N".
               88 SORTED-E-O-F                VALUE "Y".
           77  CTL-EOF-SW          PIC X      VALUE "N".
               88 CTL-E-O-F                   VALUE "Y".
           77  STUDENT-OPEN-SW     PIC X      VALUE "N".
               88 STUDENT-MASTER-OPEN         VALUE "Y".
           77  FROZEN-SW           PIC X      VALUE "N".
               88 CENSUS-ALREADY-TAKEN        VALUE "Y".
           77  CONTROL-OK-SW       PIC X      VALUE "N".
               88 CONTROL-TOTALS-KNOWN        VALUE "Y".
           77  CENSUS-TERM         PIC X(6)   VALUE SPACES.
           77  CENSUS-NAME         PIC X(40)  VALUE SPACES.
           77  CONTROL-NAME        PIC X(40)  VALUE SPACES.
           77  REPORT-NAME         PIC X(40)  VALUE SPACES.
           77  RUN-DATE            PIC 9(8)   VALUE ZERO.
           77  RUN-DATE-ED         PIC 9999/99/99.
           77  CENSUS-DATE         PIC 9(8)   VALUE ZERO.
           77  CENSUS-DATE-ED      PIC 9999/99/99.
           77  RETURN-CD           PIC 99     VALUE ZERO.
           77  ROWS-READ           PIC 9(7)   VALUE ZERO.
           77  ROWS-FROZEN         PIC 9(7)   VALUE ZERO.
           77  HOURS-FROZEN        PIC 9(8)   VALUE ZERO.
           77  CENSUS-ROWS         PIC 9(7)   VALUE ZERO.
           77  CENSUS-HOURS        PIC 9(8)   VALUE ZERO.
           77  CTL-ROWS            PIC 9(7)   VALUE ZERO.
           77  CTL-HOURS           PIC 9(8)   VALUE ZERO.
           77  STUDENTS-UNKNOWN    PIC 9(6)   VALUE ZERO.
           77  LAST-STUDENT        PIC X(9)   VALUE SPACES.
           77  STUDENT-HOURS       PIC 9(4)   VALUE ZERO.
           77  STUDENT-RESIDENCY   PIC X      VALUE SPACE.
           77  BUCKET-COLLEGE      PIC X(24)  VALUE SPACES.
           77  BUCKET-STANDING     PIC X(2)   VALUE SPACES.
           77  BUCKET-RESIDENCY    PIC X      VALUE SPACE.
           77  COLLEGE-COUNT       PIC 99     VALUE ZERO.
           77  COLLEGE-SUB         PIC 99     VALUE ZERO.
           77  FOUND-SUB           PIC 99     VALUE ZERO.
           77  STANDING-SUB        PIC 9      VALUE ZERO.
           77  RES-SUB             PIC 9      VALUE ZERO.
           77  LINE-LABEL          PIC X(30)  VALUE SPACES.
           77  LINE-HEADS          PIC 9(6)   VALUE ZERO.
           77  LINE-HOURS          PIC 9(8)   VALUE ZERO.
           77  LINE-UG-HOURS       PIC 9(8)   VALUE ZERO.
           77  LINE-GR-HOURS       PIC 9(8)   VALUE ZERO.
           77  LINE-FTE            PIC 9(7)V99 VALUE ZERO.
           77  TOTAL-HEADS         PIC 9(6)   VALUE ZERO.
           77  TOTAL-HOURS         PIC 9(8)   VALUE ZERO.
           77  TOTAL-UG-HOURS      PIC 9(8)   VALUE ZERO.
           77  TOTAL-GR-HOURS      PIC 9(8)   VALUE ZERO.
           77  HEADS-ED            PIC ZZZ,ZZ9.
           77  HOURS-ED            PIC ZZ,ZZZ,ZZ9.
           77  FTE-ED              PIC Z,ZZZ,ZZ9.99.
           77  ROWS-ED             PIC 9(7).
           77  HOURS-9             PIC 9(8).

      ******************************************************************
      * The clean and census rows laid over the shared layout.
      ******************************************************************
           01  ENROLL-WK.
               COPY ENROLL-RECORD.

           01  COLLEGE-TABLE.
               03  COLLEGE-ENTRY OCCURS 50 TIMES.
                   05  CT-NAME         PIC X(24).
                   05  CT-HEADS        PIC 9(6).
                   05  CT-HOURS        PIC 9(8).
                   05  CT-UG-HOURS     PIC 9(8).
                   05  CT-GR-HOURS     PIC 9(8).

      ******************************************************************
      * Standing rows in catalog order; the last row catches a
      * student with no standing on the master (or not on it).
      ******************************************************************
           01  STANDING-NAMES.
               03  FILLER              PIC X(2)   VALUE "FR".
               03  FILLER              PIC X(2)   VALUE "SO".
               03  FILLER              PIC X(2)   VALUE "JR".
               03  FILLER              PIC X(2)   VALUE "SR".
               03  FILLER              PIC X(2)   VALUE "GR".
               03  FILLER              PIC X(2)   VALUE "??".
           01  STANDING-NAME-TABLE REDEFINES STANDING-NAMES.
               03  SN-CODE             PIC X(2)   OCCURS 6 TIMES.
           01  STANDING-TABLE.
               03  STANDING-ENTRY OCCURS 6 TIMES.
                   05  ST-HEADS        PIC 9(6).
                   05  ST-HOURS        PIC 9(8).
                   05  ST-UG-HOURS     PIC 9(8).
                   05  ST-GR-HOURS     PIC 9(8).

           01  RESIDENCY-NAMES.
               03  FILLER              PIC X(30)
                   VALUE "IN-STATE".
               03  FILLER              PIC X(30)
                   VALUE "OUT-OF-STATE".
               03  FILLER              PIC X(30)
                   VALUE "RESIDENCY NOT ON FILE".
           01  RESIDENCY-NAME-TABLE REDEFINES RESIDENCY-NAMES.
               03  RN-LABEL            PIC X(30)  OCCURS 3 TIMES.
           01  RESIDENCY-TABLE.
               03  RESIDENCY-ENTRY OCCURS 3 TIMES.
                   05  RS-HEADS        PIC 9(6).
                   05  RS-HOURS        PIC 9(8).
                   05  RS-UG-HOURS     PIC 9(8).
                   05  RS-GR-HOURS     PIC 9(8).

       PROCEDURE DIVISION.
       010-MAIN.
           PERFORM 020-INITIALIZE.
           IF CENSUS-ALREADY-TAKEN
               PERFORM 035-READ-CONTROL
           ELSE
               PERFORM 030-FREEZE-CENSUS
           END-IF.
           PERFORM 040-SORT-CENSUS.
           PERFORM 050-READ-SORTED.
           PERFORM 055-PROCESS-ROW UNTIL SORTED-E-O-F.
           PERFORM 060-COUNT-STUDENT.
           PERFORM 070-WRITE-REPORT.
           PERFORM 090-WRAP-UP.

       020-INITIALIZE.
           ACCEPT CENSUS-TERM FROM COMMAND-LINE.
           IF CENSUS-TERM (1:4) IS NOT NUMERIC OR
              (CENSUS-TERM (5:2) IS NOT EQUAL TO "FA" AND
               CENSUS-TERM (5:2) IS NOT EQUAL TO "SP" AND
               CENSUS-TERM (5:2) IS NOT EQUAL TO "SU")
               DISPLAY "CENSUS-SNAPSHOT: give the census term, e.g. "
                   "CENSUS-SNAPSHOT 2026FA"
               STOP RUN RETURNING 16
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-ED.
           INITIALIZE STANDING-TABLE.
           INITIALIZE RESIDENCY-TABLE.
           STRING "ENROLL-CENSUS-" CENSUS-TERM ".TXT"
               DELIMITED BY SIZE INTO CENSUS-NAME.
           STRING "ENROLL-CENSUS-" CENSUS-TERM ".CTL"
               DELIMITED BY SIZE INTO CONTROL-NAME.
           STRING "CENSUS-REPORT-" CENSUS-TERM ".TXT"
               DELIMITED BY SIZE INTO REPORT-NAME.
           OPEN INPUT CENSUS-FILE.
           IF CENSUS-STATUS IS EQUAL TO "00"
               SET CENSUS-ALREADY-TAKEN TO TRUE
               CLOSE CENSUS-FILE
               DISPLAY "CENSUS-SNAPSHOT: census for " CENSUS-TERM
                   " already taken - file left as is, reporting "
                   "from it."
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS IS EQUAL TO "00"
               SET STUDENT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "CENSUS-SNAPSHOT: STUDENT-MASTER.DAT could "
                   "not be opened (STATUS: " STUDENT-STATUS ") - "
                   "every student reports as not on the master."
               MOVE 4 TO RETURN-CD
           END-IF.

      ******************************************************************
      * First pass counts the term's rows so an empty term never
      * leaves an empty census behind; the second pass copies them.
      * The census is only ever opened OUTPUT here, and only when
      * no census for the term exists.
      ******************************************************************
       030-FREEZE-CENSUS.
           OPEN INPUT ENROLL-FILE.
           IF ENROLL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "CENSUS-SNAPSHOT: ENROLLMENT-CLEAN.TXT could "
                   "not be opened - run ENROLL-EDIT first.  STATUS: "
                   ENROLL-STATUS
               STOP RUN RETURNING 16
           END-IF.
           PERFORM 031-READ-ENROLL.
           PERFORM 032-COUNT-TERM-ROW UNTIL ENROLL-E-O-F.
           CLOSE ENROLL-FILE.
           IF ROWS-FROZEN IS EQUAL TO ZERO
               DISPLAY "CENSUS-SNAPSHOT: no enrollment rows for term "
                   CENSUS-TERM " on ENROLLMENT-CLEAN.TXT - "
                   "NO CENSUS TAKEN."
               STOP RUN RETURNING 8
           END-IF.
           MOVE ZERO TO ROWS-READ.
           MOVE ZERO TO ROWS-FROZEN.
           MOVE "N" TO ENROLL-EOF-SW.
           OPEN INPUT ENROLL-FILE.
           OPEN OUTPUT CENSUS-FILE.
           PERFORM 031-READ-ENROLL.
           PERFORM 033-COPY-TERM-ROW UNTIL ENROLL-E-O-F.
           CLOSE ENROLL-FILE.
           CLOSE CENSUS-FILE.
           MOVE RUN-DATE TO CENSUS-DATE.
           MOVE ROWS-FROZEN TO CTL-ROWS.
           MOVE HOURS-FROZEN TO CTL-HOURS.
           OPEN OUTPUT CONTROL-FILE.
           MOVE SPACES TO CONTROL-LINE.
           STRING "CENSUS: " CENSUS-TERM
               DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           STRING "DATE: " CENSUS-DATE
               DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE ROWS-FROZEN TO ROWS-ED.
           MOVE SPACES TO CONTROL-LINE.
           STRING "ROWS: " ROWS-ED
               DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE HOURS-FROZEN TO HOURS-9.
           MOVE SPACES TO CONTROL-LINE.
           STRING "HOURS: " HOURS-9
               DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           CLOSE CONTROL-FILE.
           SET CONTROL-TOTALS-KNOWN TO TRUE.
           DISPLAY "CENSUS-SNAPSHOT: " ROWS-FROZEN " rows frozen to "
               CENSUS-NAME.

       031-READ-ENROLL.
           READ ENROLL-FILE INTO ENROLL-WK
               AT END SET ENROLL-E-O-F TO TRUE.
           IF NOT ENROLL-E-O-F
               ADD 1 TO ROWS-READ
           END-IF.

       032-COUNT-TERM-ROW.
           IF EN-TERM IS EQUAL TO CENSUS-TERM
               ADD 1 TO ROWS-FROZEN
           END-IF.
           PERFORM 031-READ-ENROLL.

       033-COPY-TERM-ROW.
           IF EN-TERM IS EQUAL TO CENSUS-TERM
               MOVE ENROLL-WK TO CENSUS-LINE
               WRITE CENSUS-LINE
               ADD 1 TO ROWS-FROZEN
               ADD EN-CREDIT-HOURS TO HOURS-FROZEN
           END-IF.
           PERFORM 031-READ-ENROLL.

      ******************************************************************
      * A census taken on an earlier run: lift its date and counts
      * back off the sidecar, by position, as PERIOD-ARCHIVE reads
      * its .CTL.
      ******************************************************************
       035-READ-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "CENSUS-SNAPSHOT: " CONTROL-NAME
                   " is missing - census date and counts cannot be "
                   "proved."
               MOVE 4 TO RETURN-CD
           ELSE
               SET CONTROL-TOTALS-KNOWN TO TRUE
               PERFORM 036-READ-CONTROL-LINE
               PERFORM 037-PARSE-CONTROL-LINE UNTIL CTL-E-O-F
               CLOSE CONTROL-FILE
           END-IF.

       036-READ-CONTROL-LINE.
           READ CONTROL-FILE AT END SET CTL-E-O-F TO TRUE.

       037-PARSE-CONTROL-LINE.
           IF CONTROL-LINE (1:6) IS EQUAL TO "DATE: " AND
              CONTROL-LINE (7:8) IS NUMERIC
               MOVE CONTROL-LINE (7:8) TO CENSUS-DATE
           END-IF.
           IF CONTROL-LINE (1:6) IS EQUAL TO "ROWS: " AND
              CONTROL-LINE (7:7) IS NUMERIC
               MOVE CONTROL-LINE (7:7) TO CTL-ROWS
           END-IF.
           IF CONTROL-LINE (1:7) IS EQUAL TO "HOURS: " AND
              CONTROL-LINE (8:8) IS NUMERIC
               MOVE CONTROL-LINE (8:8) TO CTL-HOURS
           END-IF.
           PERFORM 036-READ-CONTROL-LINE.

       040-SORT-CENSUS.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-STUDENT
               USING CENSUS-FILE
               GIVING SORTED-CENSUS.
           IF SORT-RETURN IS NOT EQUAL TO ZERO
               DISPLAY "CENSUS-SNAPSHOT: SORT FAILED - " SORT-RETURN
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT SORTED-CENSUS.
           IF SORTED-STATUS IS NOT EQUAL TO "00"
               DISPLAY "CENSUS-SNAPSHOT: Census-by-student.txt could "
                   "not be opened - STATUS: " SORTED-STATUS
               STOP RUN RETURNING 16
           END-IF.

       050-READ-SORTED.
           READ SORTED-CENSUS INTO ENROLL-WK
               AT END SET SORTED-E-O-F TO TRUE.
           IF NOT SORTED-E-O-F
               ADD 1 TO CENSUS-ROWS
               ADD EN-CREDIT-HOURS TO CENSUS-HOURS
           END-IF.

      ******************************************************************
      * Rows arrive by student; a change of student counts the last
      * one.  A dropped row is on the census but not in the counts.
      ******************************************************************
       055-PROCESS-ROW.
           IF EN-STUDENT-ID IS NOT EQUAL TO LAST-STUDENT
               PERFORM 060-COUNT-STUDENT
               MOVE EN-STUDENT-ID TO LAST-STUDENT
               MOVE ZERO TO STUDENT-HOURS
               MOVE EN-RESIDENCY TO STUDENT-RESIDENCY
           END-IF.
           IF NOT EN-DROPPED
               ADD EN-CREDIT-HOURS TO STUDENT-HOURS
           END-IF.
           PERFORM 050-READ-SORTED.

       060-COUNT-STUDENT.
           IF LAST-STUDENT IS EQUAL TO SPACES OR
              STUDENT-HOURS IS EQUAL TO ZERO
               CONTINUE
           ELSE
               PERFORM 061-LOOK-UP-STUDENT
               PERFORM 062-POST-COLLEGE
               PERFORM 063-POST-STANDING
               PERFORM 064-POST-RESIDENCY
           END-IF.

      ******************************************************************
      * College and standing come off the student master; residency
      * too, falling back to the enrollment row's own flag for a
      * student the master does not carry.
      ******************************************************************
       061-LOOK-UP-STUDENT.
           MOVE "(NOT ON STUDENT MASTER)" TO BUCKET-COLLEGE.
           MOVE "??" TO BUCKET-STANDING.
           MOVE STUDENT-RESIDENCY TO BUCKET-RESIDENCY.
           IF STUDENT-MASTER-OPEN
               MOVE LAST-STUDENT TO STU-ID
               READ STUDENT-FILE RECORD
                   INVALID KEY MOVE "23" TO STUDENT-STATUS
               END-READ
           ELSE
               MOVE "23" TO STUDENT-STATUS
           END-IF.
           IF STUDENT-STATUS IS EQUAL TO "00"
               MOVE STU-COLLEGE TO BUCKET-COLLEGE
               MOVE STU-STANDING TO BUCKET-STANDING
               MOVE STU-RESIDENCY TO BUCKET-RESIDENCY
           ELSE
               ADD 1 TO STUDENTS-UNKNOWN
           END-IF.

       062-POST-COLLEGE.
           MOVE ZERO TO FOUND-SUB.
           PERFORM 0621-MATCH-COLLEGE
               VARYING COLLEGE-SUB FROM 1 BY 1
               UNTIL COLLEGE-SUB IS GREATER THAN COLLEGE-COUNT.
           IF FOUND-SUB IS EQUAL TO ZERO
               IF COLLEGE-COUNT IS LESS THAN 50
                   ADD 1 TO COLLEGE-COUNT
                   MOVE COLLEGE-COUNT TO FOUND-SUB
                   MOVE BUCKET-COLLEGE TO CT-NAME (FOUND-SUB)
                   MOVE ZERO TO CT-HEADS (FOUND-SUB)
                   MOVE ZERO TO CT-HOURS (FOUND-SUB)
                   MOVE ZERO TO CT-UG-HOURS (FOUND-SUB)
                   MOVE ZERO TO CT-GR-HOURS (FOUND-SUB)
               ELSE
                   DISPLAY "CENSUS-SNAPSHOT: more than 50 colleges - "
                       BUCKET-COLLEGE " not reported."
                   MOVE 4 TO RETURN-CD
               END-IF
           END-IF.
           IF FOUND-SUB IS GREATER THAN ZERO
               ADD 1 TO CT-HEADS (FOUND-SUB)
               ADD STUDENT-HOURS TO CT-HOURS (FOUND-SUB)
               IF BUCKET-STANDING IS EQUAL TO "GR"
                   ADD STUDENT-HOURS TO CT-GR-HOURS (FOUND-SUB)
               ELSE
                   ADD STUDENT-HOURS TO CT-UG-HOURS (FOUND-SUB)
               END-IF
           END-IF.

       0621-MATCH-COLLEGE.
           IF CT-NAME (COLLEGE-SUB) IS EQUAL TO BUCKET-COLLEGE
               MOVE COLLEGE-SUB TO FOUND-SUB
           END-IF.

       063-POST-STANDING.
           MOVE 6 TO FOUND-SUB.
           PERFORM 0631-MATCH-STANDING
               VARYING STANDING-SUB FROM 1 BY 1
               UNTIL STANDING-SUB IS GREATER THAN 5.
           ADD 1 TO ST-HEADS (FOUND-SUB).
           ADD STUDENT-HOURS TO ST-HOURS (FOUND-SUB).
           IF BUCKET-STANDING IS EQUAL TO "GR"
               ADD STUDENT-HOURS TO ST-GR-HOURS (FOUND-SUB)
           ELSE
               ADD STUDENT-HOURS TO ST-UG-HOURS (FOUND-SUB)
           END-IF.

       0631-MATCH-STANDING.
           IF SN-CODE (STANDING-SUB) IS EQUAL TO BUCKET-STANDING
               MOVE STANDING-SUB TO FOUND-SUB
           END-IF.

       064-POST-RESIDENCY.
           EVALUATE BUCKET-RESIDENCY
               WHEN "I"
                   MOVE 1 TO RES-SUB
               WHEN "O"
                   MOVE 2 TO RES-SUB
               WHEN OTHER
                   MOVE 3 TO RES-SUB
           END-EVALUATE.
           ADD 1 TO RS-HEADS (RES-SUB).
           ADD STUDENT-HOURS TO RS-HOURS (RES-SUB).
           IF BUCKET-STANDING IS EQUAL TO "GR"
               ADD STUDENT-HOURS TO RS-GR-HOURS (RES-SUB)
           ELSE
               ADD STUDENT-HOURS TO RS-UG-HOURS (RES-SUB)
           END-IF.

      ******************************************************************
      * Three views of the same heads - each section foots to the
      * same grand total, which is the check that nobody fell out.
      ******************************************************************
       070-WRITE-REPORT.
           OPEN OUTPUT CENSUS-REPORT.
           MOVE CENSUS-DATE TO CENSUS-DATE-ED.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE (1:80).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "     CENSUS ENROLLMENT - TERM " CENSUS-TERM
               "   CENSUS DATE: " CENSUS-DATE-ED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "     CENSUS FILE: " CENSUS-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "     RUN DATE: " RUN-DATE-ED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE (1:80).
           WRITE REPORT-LINE.

           MOVE "BY COLLEGE" TO LINE-LABEL.
           PERFORM 071-WRITE-SECTION-HEADING.
           PERFORM 072-REPORT-COLLEGE
               VARYING COLLEGE-SUB FROM 1 BY 1
               UNTIL COLLEGE-SUB IS GREATER THAN COLLEGE-COUNT.
           PERFORM 078-WRITE-SECTION-TOTAL.

           MOVE "BY STANDING" TO LINE-LABEL.
           PERFORM 071-WRITE-SECTION-HEADING.
           PERFORM 073-REPORT-STANDING
               VARYING STANDING-SUB FROM 1 BY 1
               UNTIL STANDING-SUB IS GREATER THAN 6.
           PERFORM 078-WRITE-SECTION-TOTAL.

           MOVE "BY RESIDENCY" TO LINE-LABEL.
           PERFORM 071-WRITE-SECTION-HEADING.
           PERFORM 074-REPORT-RESIDENCY
               VARYING RES-SUB FROM 1 BY 1
               UNTIL RES-SUB IS GREATER THAN 3.
           PERFORM 078-WRITE-SECTION-TOTAL.

           PERFORM 080-WRITE-PROOF.
           CLOSE CENSUS-REPORT.

       071-WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " LINE-LABEL DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "    CATEGORY                         HEADCOUNT"
               TO REPORT-LINE.
           MOVE "CREDIT HRS" TO REPORT-LINE (49:10).
           MOVE "FTE" TO REPORT-LINE (70:3).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE (5:68).
           WRITE REPORT-LINE.
           MOVE ZERO TO TOTAL-HEADS.
           MOVE ZERO TO TOTAL-HOURS.
           MOVE ZERO TO TOTAL-UG-HOURS.
           MOVE ZERO TO TOTAL-GR-HOURS.

       072-REPORT-COLLEGE.
           MOVE CT-NAME (COLLEGE-SUB) TO LINE-LABEL.
           MOVE CT-HEADS (COLLEGE-SUB) TO LINE-HEADS.
           MOVE CT-HOURS (COLLEGE-SUB) TO LINE-HOURS.
           MOVE CT-UG-HOURS (COLLEGE-SUB) TO LINE-UG-HOURS.
           MOVE CT-GR-HOURS (COLLEGE-SUB) TO LINE-GR-HOURS.
           PERFORM 077-WRITE-DETAIL-LINE.

       073-REPORT-STANDING.
           IF ST-HEADS (STANDING-SUB) IS GREATER THAN ZERO
               MOVE SN-CODE (STANDING-SUB) TO LINE-LABEL
               IF STANDING-SUB IS EQUAL TO 6
                   MOVE "?? (NO STANDING ON MASTER)" TO LINE-LABEL
               END-IF
               MOVE ST-HEADS (STANDING-SUB) TO LINE-HEADS
               MOVE ST-HOURS (STANDING-SUB) TO LINE-HOURS
               MOVE ST-UG-HOURS (STANDING-SUB) TO LINE-UG-HOURS
               MOVE ST-GR-HOURS (STANDING-SUB) TO LINE-GR-HOURS
               PERFORM 077-WRITE-DETAIL-LINE
           END-IF.

       074-REPORT-RESIDENCY.
           IF RS-HEADS (RES-SUB) IS GREATER THAN ZERO
               MOVE RN-LABEL (RES-SUB) TO LINE-LABEL
               MOVE RS-HEADS (RES-SUB) TO LINE-HEADS
               MOVE RS-HOURS (RES-SUB) TO LINE-HOURS
               MOVE RS-UG-HOURS (RES-SUB) TO LINE-UG-HOURS
               MOVE RS-GR-HOURS (RES-SUB) TO LINE-GR-HOURS
               PERFORM 077-WRITE-DETAIL-LINE
           END-IF.

       077-WRITE-DETAIL-LINE.
           ADD LINE-HEADS TO TOTAL-HEADS.
           ADD LINE-HOURS TO TOTAL-HOURS.
           ADD LINE-UG-HOURS TO TOTAL-UG-HOURS.
           ADD LINE-GR-HOURS TO TOTAL-GR-HOURS.
           PERFORM 079-FORMAT-LINE.

       078-WRITE-SECTION-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE (5:68).
           WRITE REPORT-LINE.
           MOVE "TOTAL" TO LINE-LABEL.
           MOVE TOTAL-HEADS TO LINE-HEADS.
           MOVE TOTAL-HOURS TO LINE-HOURS.
           MOVE TOTAL-UG-HOURS TO LINE-UG-HOURS.
           MOVE TOTAL-GR-HOURS TO LINE-GR-HOURS.
           PERFORM 079-FORMAT-LINE.

       079-FORMAT-LINE.
           COMPUTE LINE-FTE ROUNDED =
               (LINE-UG-HOURS * 4 + LINE-GR-HOURS * 5) / 60.
           MOVE LINE-HEADS TO HEADS-ED.
           MOVE LINE-HOURS TO HOURS-ED.
           MOVE LINE-FTE TO FTE-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " LINE-LABEL "     " HEADS-ED "  " HOURS-ED
               "  " FTE-ED DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      * The census file must still hold what the sidecar says was
      * frozen into it; anything else means it was touched since.
      ******************************************************************
       080-WRITE-PROOF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CENSUS ROWS: " CENSUS-ROWS
               "  CREDIT HOURS ON ROWS: " CENSUS-HOURS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CONTROL-TOTALS-KNOWN
               PERFORM 081-PROVE-CONTROL
           ELSE
               MOVE "  *** NO CONTROL TOTALS ON FILE - CENSUS NOT "
                   TO REPORT-LINE
               MOVE "PROVED ***" TO REPORT-LINE (46:10)
               WRITE REPORT-LINE
           END-IF.
           IF STUDENTS-UNKNOWN IS GREATER THAN ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "  STUDENTS NOT ON STUDENT MASTER: "
                   STUDENTS-UNKNOWN
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF RETURN-CD IS LESS THAN 4
                   MOVE 4 TO RETURN-CD
               END-IF
           END-IF.

       081-PROVE-CONTROL.
           MOVE SPACES TO REPORT-LINE.
           STRING "  FROZEN ROWS: " CTL-ROWS
               "  CREDIT HOURS FROZEN:  " CTL-HOURS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF CENSUS-ROWS IS EQUAL TO CTL-ROWS AND
              CENSUS-HOURS IS EQUAL TO CTL-HOURS
               MOVE "  CENSUS FILE PROVES TO ITS CONTROL TOTALS."
                   TO REPORT-LINE
           ELSE
               MOVE "  *** CENSUS FILE DOES NOT MATCH ITS CONTROL "
                   TO REPORT-LINE
               MOVE "TOTALS ***" TO REPORT-LINE (47:10)
               MOVE 8 TO RETURN-CD
           END-IF.
           WRITE REPORT-LINE.

       090-WRAP-UP.
           CLOSE SORTED-CENSUS.
           IF STUDENT-MASTER-OPEN
               CLOSE STUDENT-FILE
           END-IF.
           DISPLAY "CENSUS-SNAPSHOT: " CENSUS-ROWS " census rows, "
               TOTAL-HEADS " students counted - see " REPORT-NAME.
           STOP RUN RETURNING RETURN-CD.

       END PROGRAM CENSUS-SNAPSHOT.
