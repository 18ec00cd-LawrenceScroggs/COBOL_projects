      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: Nightly section waitlist report for the registrar.
      * Sections carry a seat limit now (COURSE-RECORD CAPACITY) and
      * ENROLL-MAINT parks an add past it on WAITLIST.TXT, so the
      * desk needs to see, every morning, which sections are full and
      * how many students are queued behind each.  Reads the clean
      * course extract (COURSE-MASTER-CLEAN.TXT, master-key order)
      * and, per section: the seats, the active enrollment counted by
      * key off the indexed ENROLLMENT-CLEAN.DAT the way the pricing
      * steps tally it (dropped rows hold no seat), and the number of
      * students waiting.  Waitlist entries whose section is not on
      * the extract are counted at the foot so they don't wait
      * forever unseen.  Writes WAITLIST-REPORT.TXT.
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAITLIST-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSES-FILE ASSIGN TO "COURSE-MASTER-CLEAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSES-STATUS.
           SELECT ENROLL-MASTER ASSIGN TO "ENROLLMENT-CLEAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EK-KEY
               FILE STATUS IS ENROLL-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITLIST-STATUS.
           SELECT WAIT-REPORT ASSIGN TO "WAITLIST-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG ASSIGN TO "BATCH-RUN-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COURSES-FILE.
       01  COURSES-RECORD.
           COPY COURSE-RECORD.
       FD  ENROLL-MASTER.
       01  ENROLL-MASTER-REC.
           COPY ENROLL-MASTER-REC.
       FD  WAITLIST-FILE.
       01  WAITLIST-REC.
           COPY WAITLIST-REC.
       FD  WAIT-REPORT.
       01  REPORT-LINE         PIC X(110).
       FD  RUN-LOG.
       01  RUN-LOG-REC.
           COPY RUN-LOG-REC.
       WORKING-STORAGE SECTION.
           77  COURSES-STATUS      PIC XX     VALUE "00".
           77  ENROLL-STATUS       PIC XX     VALUE "00".
           77  WAITLIST-STATUS     PIC XX     VALUE "00".
           77  RUN-LOG-STATUS      PIC XX     VALUE "00".
           77  COURSES-EOF-SW      PIC X      VALUE "N".
               88 COURSES-E-O-F               VALUE "Y".
           77  ENROLL-EOF-SW       PIC X      VALUE "N".
               88 ENROLL-E-O-F                VALUE "Y".
           77  WAIT-EOF-SW         PIC X      VALUE "N".
               88 WAIT-E-O-F                  VALUE "Y".
           77  ENROLL-OPEN-SW      PIC X      VALUE "N".
               88 ENROLL-MASTER-OPEN          VALUE "Y".
           77  RUN-DATE            PIC 9(8)   VALUE ZERO.
           77  RUN-DATE-ED         PIC 9999/99/99.
           77  TIME-NOW            PIC 9(8)   VALUE ZERO.
           77  SECTIONS-READ       PIC 9(6)   VALUE ZERO.
           77  SECTIONS-FULL       PIC 9(6)   VALUE ZERO.
           77  SECTIONS-WAITING    PIC 9(6)   VALUE ZERO.
           77  STUDENTS-WAITING    PIC 9(6)   VALUE ZERO.
           77  ORPHAN-WAITING      PIC 9(6)   VALUE ZERO.
           77  WAIT-KEYS-UNTALLIED PIC 9(6)   VALUE ZERO.
           77  SECT-ENROLLED       PIC 9(5)   VALUE ZERO.
           77  SECT-WAITING        PIC 9(5)   VALUE ZERO.
           77  SEAT-LIMIT          PIC 9(3)   VALUE ZERO.
           77  SECT-STATUS         PIC X(8)   VALUE SPACES.
           77  SEATS-TEXT          PIC X(5)   VALUE SPACES.
           77  SEATS-ED            PIC ZZZZ9.
           77  ENROLLED-ED         PIC ZZZZ9.
           77  WAITING-ED          PIC ZZZZ9.
           77  WAIT-KEY-COUNT      PIC 9(4)   VALUE ZERO.
           77  WAIT-SUB            PIC 9(4)   VALUE ZERO.
           77  FOUND-SUB           PIC 9(4)   VALUE ZERO.

           01  WAIT-KEY-TABLE.
               03  WAIT-KEY-ENTRY OCCURS 5000 TIMES.
                   05  WK-EMAIL        PIC X(16).
                   05  WK-PREFIX       PIC 9.
                   05  WK-TERM         PIC X(6).
                   05  WK-WAITING      PIC 9(5).
                   05  WK-MATCHED      PIC X.

       PROCEDURE DIVISION.
       010-MAIN.
           PERFORM 020-INITIALIZE.
           PERFORM 030-LOAD-WAITLIST.
           PERFORM 025-READ-COURSE-RECORD.
           PERFORM 040-REPORT-SECTION UNTIL COURSES-E-O-F.
           PERFORM 070-COUNT-ORPHANS.
           PERFORM 080-WRAP-UP.

       020-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-ED.
           OPEN INPUT COURSES-FILE.
           IF COURSES-STATUS IS NOT EQUAL TO "00"
               DISPLAY "WAITLIST-REPORT: COURSE-MASTER-CLEAN.TXT could "
                   "not be opened - run COURSE-EDIT first.  STATUS: "
                   COURSES-STATUS
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT ENROLL-MASTER.
           IF ENROLL-STATUS IS EQUAL TO "00"
               SET ENROLL-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "WAITLIST-REPORT: ENROLLMENT-CLEAN.DAT could "
                   "not be opened (STATUS: " ENROLL-STATUS ") - "
                   "sections will show no enrollment."
           END-IF.
           OPEN OUTPUT WAIT-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "SECTION WAITLIST REPORT - RUN DATE: " RUN-DATE-ED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMAIL            P TERM    COLLEGE" TO REPORT-LINE.
           MOVE "SEATS ENROLLED WAITING  STATUS" TO REPORT-LINE (54:30).
           WRITE REPORT-LINE.
           MOVE "---------------- - ------  ------------------------"
               TO REPORT-LINE.
           MOVE "----- -------- -------  --------"
               TO REPORT-LINE (54:32).
           WRITE REPORT-LINE.

       025-READ-COURSE-RECORD.
           READ COURSES-FILE AT END SET COURSES-E-O-F TO TRUE.
           IF NOT COURSES-E-O-F
               ADD 1 TO SECTIONS-READ
           END-IF.

      ******************************************************************
      * The waitlist is tallied into one count per section key up
      * front; the file is optional - no section may have filled yet.
      ******************************************************************
       030-LOAD-WAITLIST.
           OPEN INPUT WAITLIST-FILE.
           IF WAITLIST-STATUS IS EQUAL TO "00"
               PERFORM 031-READ-WAIT-RECORD
               PERFORM 032-TALLY-WAIT-RECORD UNTIL WAIT-E-O-F
               CLOSE WAITLIST-FILE
           END-IF.

       031-READ-WAIT-RECORD.
           READ WAITLIST-FILE AT END SET WAIT-E-O-F TO TRUE.

       032-TALLY-WAIT-RECORD.
           ADD 1 TO STUDENTS-WAITING.
           MOVE ZERO TO FOUND-SUB.
           PERFORM 033-TEST-WAIT-KEY
               VARYING WAIT-SUB FROM 1 BY 1
               UNTIL WAIT-SUB IS GREATER THAN WAIT-KEY-COUNT.
           IF FOUND-SUB IS EQUAL TO ZERO
               IF WAIT-KEY-COUNT IS LESS THAN 5000
                   ADD 1 TO WAIT-KEY-COUNT
                   MOVE WAIT-KEY-COUNT TO FOUND-SUB
                   MOVE WL-EMAIL TO WK-EMAIL (FOUND-SUB)
                   MOVE WL-COURSE-PREFIX TO WK-PREFIX (FOUND-SUB)
                   MOVE WL-TERM TO WK-TERM (FOUND-SUB)
                   MOVE ZERO TO WK-WAITING (FOUND-SUB)
                   MOVE "N" TO WK-MATCHED (FOUND-SUB)
               ELSE
                   ADD 1 TO WAIT-KEYS-UNTALLIED
               END-IF
           END-IF.
           IF FOUND-SUB IS GREATER THAN ZERO
               ADD 1 TO WK-WAITING (FOUND-SUB)
           END-IF.
           PERFORM 031-READ-WAIT-RECORD.

       033-TEST-WAIT-KEY.
           IF WK-EMAIL (WAIT-SUB) IS EQUAL TO WL-EMAIL AND
              WK-PREFIX (WAIT-SUB) IS EQUAL TO WL-COURSE-PREFIX AND
              WK-TERM (WAIT-SUB) IS EQUAL TO WL-TERM
               MOVE WAIT-SUB TO FOUND-SUB
           END-IF.

      ******************************************************************
      * One line per section.  Blank or zero CAPACITY is no limit; a
      * section enrolled past its seats (the limit lowered after the
      * adds) shows OVER so the desk can settle it by hand.
      ******************************************************************
       040-REPORT-SECTION.
           MOVE ZERO TO SECT-ENROLLED.
           IF ENROLL-MASTER-OPEN
               PERFORM 042-COUNT-ENROLLED
           END-IF.
           MOVE ZERO TO SECT-WAITING.
           MOVE ZERO TO FOUND-SUB.
           PERFORM 045-MATCH-WAIT-KEY
               VARYING WAIT-SUB FROM 1 BY 1
               UNTIL WAIT-SUB IS GREATER THAN WAIT-KEY-COUNT.
           IF FOUND-SUB IS GREATER THAN ZERO
               MOVE WK-WAITING (FOUND-SUB) TO SECT-WAITING
               MOVE "Y" TO WK-MATCHED (FOUND-SUB)
               ADD 1 TO SECTIONS-WAITING
           END-IF.
           MOVE ZERO TO SEAT-LIMIT.
           IF CAPACITY IS NUMERIC
               MOVE CAPACITY TO SEAT-LIMIT
           END-IF.
           IF SEAT-LIMIT IS EQUAL TO ZERO
               MOVE "    -" TO SEATS-TEXT
               MOVE "NO LIMIT" TO SECT-STATUS
           ELSE
               MOVE SEAT-LIMIT TO SEATS-ED
               MOVE SEATS-ED TO SEATS-TEXT
               EVALUATE TRUE
                   WHEN SECT-ENROLLED IS GREATER THAN SEAT-LIMIT
                       MOVE "OVER" TO SECT-STATUS
                       ADD 1 TO SECTIONS-FULL
                   WHEN SECT-ENROLLED IS EQUAL TO SEAT-LIMIT
                       MOVE "FULL" TO SECT-STATUS
                       ADD 1 TO SECTIONS-FULL
                   WHEN OTHER
                       MOVE "OPEN" TO SECT-STATUS
               END-EVALUATE
           END-IF.
           MOVE SECT-ENROLLED TO ENROLLED-ED.
           MOVE SECT-WAITING TO WAITING-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING EMAIL " " COURSE-PREFIX " " TERM-CODE "  "
               COLLEGE "  " SEATS-TEXT "    " ENROLLED-ED "   "
               WAITING-ED "  " SECT-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 025-READ-COURSE-RECORD.

      ******************************************************************
      * Position on the section's first enrollment row and read
      * forward while the course key still matches.
      ******************************************************************
       042-COUNT-ENROLLED.
           MOVE "N" TO ENROLL-EOF-SW.
           MOVE EMAIL TO EK-EMAIL.
           MOVE COURSE-PREFIX TO EK-COURSE-PREFIX.
           MOVE TERM-CODE TO EK-TERM.
           MOVE LOW-VALUES TO EK-STUDENT-ID.
           START ENROLL-MASTER KEY IS NOT LESS THAN EK-KEY
               INVALID KEY SET ENROLL-E-O-F TO TRUE
           END-START.
           PERFORM 043-COUNT-NEXT-ROW UNTIL ENROLL-E-O-F.

       043-COUNT-NEXT-ROW.
           READ ENROLL-MASTER NEXT RECORD
               AT END SET ENROLL-E-O-F TO TRUE.
           IF NOT ENROLL-E-O-F
               IF EK-EMAIL IS EQUAL TO EMAIL AND
                  EK-COURSE-PREFIX IS EQUAL TO COURSE-PREFIX AND
                  EK-TERM IS EQUAL TO TERM-CODE
                   IF NOT EK-DROPPED
                       ADD 1 TO SECT-ENROLLED
                   END-IF
               ELSE
                   SET ENROLL-E-O-F TO TRUE
               END-IF
           END-IF.

       045-MATCH-WAIT-KEY.
           IF WK-EMAIL (WAIT-SUB) IS EQUAL TO EMAIL AND
              WK-PREFIX (WAIT-SUB) IS EQUAL TO COURSE-PREFIX AND
              WK-TERM (WAIT-SUB) IS EQUAL TO TERM-CODE
               MOVE WAIT-SUB TO FOUND-SUB
           END-IF.

      ******************************************************************
      * Students waiting for a section the extract doesn't carry - a
      * course deleted, or held out by COURSE-EDIT - are listed so
      * the desk can place them elsewhere.
      ******************************************************************
       070-COUNT-ORPHANS.
           PERFORM 071-TEST-ORPHAN-KEY
               VARYING WAIT-SUB FROM 1 BY 1
               UNTIL WAIT-SUB IS GREATER THAN WAIT-KEY-COUNT.

       071-TEST-ORPHAN-KEY.
           IF WK-MATCHED (WAIT-SUB) IS NOT EQUAL TO "Y"
               ADD WK-WAITING (WAIT-SUB) TO ORPHAN-WAITING
               MOVE WK-WAITING (WAIT-SUB) TO WAITING-ED
               MOVE SPACES TO REPORT-LINE
               STRING WK-EMAIL (WAIT-SUB) " " WK-PREFIX (WAIT-SUB)
                   " " WK-TERM (WAIT-SUB)
                   "  SECTION NOT ON THE COURSE EXTRACT  "
                   "        " WAITING-ED "  ORPHAN"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       080-WRAP-UP.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SECTIONS: " SECTIONS-READ
               "  FULL: " SECTIONS-FULL
               "  WITH A WAITLIST: " SECTIONS-WAITING
               "  STUDENTS WAITING: " STUDENTS-WAITING
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF ORPHAN-WAITING IS GREATER THAN ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "STUDENTS WAITING FOR A SECTION NOT ON THE "
                   "EXTRACT: " ORPHAN-WAITING
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WAIT-KEYS-UNTALLIED IS GREATER THAN ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "WAITLIST ENTRIES NOT TALLIED (TABLE FULL AT "
                   "5000 SECTIONS): " WAIT-KEYS-UNTALLIED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE COURSES-FILE.
           CLOSE WAIT-REPORT.
           IF ENROLL-MASTER-OPEN
               CLOSE ENROLL-MASTER
           END-IF.
           PERFORM 085-WRITE-RUN-LOG.
           DISPLAY "WAITLIST-REPORT: " SECTIONS-READ " sections, "
               SECTIONS-FULL " full, " STUDENTS-WAITING
               " students waiting.".
           IF ORPHAN-WAITING IS GREATER THAN ZERO OR
              WAIT-KEYS-UNTALLIED IS GREATER THAN ZERO
               DISPLAY "WAITLIST-REPORT: see WAITLIST-REPORT.TXT for "
                   "waitlist entries no section accounts for."
               STOP RUN RETURNING 4
           END-IF.
           STOP RUN.

       085-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG.
           IF RUN-LOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-LOG
           END-IF.
           MOVE SPACES TO RUN-LOG-REC.
           ACCEPT TIME-NOW FROM TIME.
           MOVE RUN-DATE TO RL-DATE.
           MOVE TIME-NOW (1:6) TO RL-TIME.
           MOVE "WAITLIST-RPT" TO RL-STEP.
           MOVE "COUNT" TO RL-EVENT.
           MOVE ZERO TO RL-RC.
           MOVE SECTIONS-READ TO RL-READ.
           MOVE STUDENTS-WAITING TO RL-WRITTEN.
           MOVE ZERO TO RL-DOLLARS.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.

       END PROGRAM WAITLIST-REPORT.
