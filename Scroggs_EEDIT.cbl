      *   table.  The key is unique, so a student enrolled twice in
      *   the same course now fails the edit as a duplicate instead
      *   of billing double.
      * 10/15/26 LS - Dropped rows (EN-STATUS "D") now stay on the
      *   enrollment file and bill their retained share, so the
      *   status, drop date, and retained pct are edited and carried
      *   into both clean files.  The drift pass lays only active
      *   hours against the master SCH; a course whose every row is
      *   dropped still has rows and no longer reads as billing SCH.
      * 10/15/26 LS - Reads the indexed enrollment master
      *   ENROLL-MASTER.DAT (ENROLL-MASTER-REC) that ENROLL-MAINT now
      *   keeps in place of ENROLLMENT.TXT, in key order.  Each row is
      *   laid out in the old ENROLL-RECORD image before the edits, so
      *   the edits, the error listing, and ENROLLMENT-CLEAN.TXT are
      *   unchanged; the keyed clean file takes the master row as is.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL-EDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-FILE ASSIGN TO "ENROLL-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EK-KEY
               ALTERNATE RECORD KEY IS EK-STUDENT-ID WITH DUPLICATES
               FILE STATUS IS ENROLL-STATUS.
           SELECT MASTER-FILE ASSIGN TO "COURSE-MASTER.DAT"
               ORGANIZATION IS INDEXED
           SELECT CLEAN-KEYED-FILE ASSIGN TO "ENROLLMENT-CLEAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-KEY
               FILE STATUS IS KEYED-STATUS.
           SELECT ERROR-LIST ASSIGN TO "ENROLL-ERRORS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-FILE.
       01  ENROLL-MASTER-REC.
           COPY ENROLL-MASTER-REC.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY COURSE-RECORD.
       FD  CLEAN-FILE.
       01  CLEAN-RECORD        PIC X(53).
       FD  CLEAN-KEYED-FILE.
       01  CLEAN-KEYED-REC.
           03  CK-KEY          PIC X(32).
           03  FILLER          PIC X(15).
       FD  ERROR-LIST.
       01  ERROR-LINE          PIC X(110).
       FD  RUN-LOG.
                   05  CH-HOURS        PIC 9(6).
                   05  CH-ROWS         PIC 9(5).

           01  ENROLL-REC.
               COPY ENROLL-RECORD.

       PROCEDURE DIVISION.
       010-MAIN.
           PERFORM 020-INITIALIZE.
           MOVE RUN-DATE TO RUN-DATE-ED.
           OPEN INPUT ENROLL-FILE.
           IF ENROLL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ENROLL-EDIT: ENROLL-MASTER.DAT could not be "
                   "opened - STATUS: " ENROLL-STATUS
               STOP RUN RETURNING 16
           END-IF.
           PERFORM 025-READ-ENROLL-ROW.

       025-READ-ENROLL-ROW.
           READ ENROLL-FILE NEXT RECORD
               AT END SET ENROLL-E-O-F TO TRUE
           END-READ.
           IF NOT ENROLL-E-O-F
               PERFORM 027-UNPACK-MASTER-ROW
           END-IF.

      ******************************************************************
      * The master row laid out in the old sequential image the edits
      * and ENROLLMENT-CLEAN.TXT have always used; an active row's
      * drop date and retained pct go out blank as they always did.
      ******************************************************************
       027-UNPACK-MASTER-ROW.
           MOVE SPACES TO ENROLL-REC.
           MOVE EK-STUDENT-ID TO EN-STUDENT-ID.
           MOVE EK-EMAIL TO EN-EMAIL.
           MOVE EK-COURSE-PREFIX TO EN-COURSE-PREFIX.
           MOVE EK-TERM TO EN-TERM.
           MOVE EK-CREDIT-HOURS TO EN-CREDIT-HOURS.
           MOVE EK-RESIDENCY TO EN-RESIDENCY.
           MOVE EK-STATUS TO EN-STATUS.
           IF EK-DROPPED
               MOVE EK-DROP-DATE TO EN-DROP-DATE
               MOVE EK-RETAIN-PCT TO EN-RETAIN-PCT
           END-IF.

       030-EDIT-ROW.
           ADD 1 TO ROWS-READ.
      ******************************************************************
      * The keyed file's unique key does the duplicate check for
      * free: a second row for the same student in the same course
      * bounces off the WRITE and fails the edit.  The enrollment
      * master enforces the same key now, so this should not fire.
      ******************************************************************
       045-WRITE-KEYED-ROW.
           IF NOT EK-DROPPED
               MOVE ZERO TO EK-DROP-DATE
               MOVE ZERO TO EK-RETAIN-PCT
           END-IF.
           MOVE ENROLL-MASTER-REC TO CLEAN-KEYED-REC.
           WRITE CLEAN-KEYED-REC
               INVALID KEY
                   MOVE "DUPLICATE ENROLLMENT ROW" TO EDIT-REASON
                   PERFORM 070-WRITE-ERROR-LINE
               MOVE "RESIDENCY NOT I OR O" TO EDIT-REASON
               PERFORM 070-WRITE-ERROR-LINE
           END-IF.
           IF EN-STATUS IS NOT EQUAL TO SPACE AND
              NOT EN-DROPPED
               MOVE "ENROLLMENT STATUS NOT BLANK OR D" TO EDIT-REASON
               PERFORM 070-WRITE-ERROR-LINE
           END-IF.
           IF EN-DROPPED
               IF EN-DROP-DATE IS NOT NUMERIC
                   MOVE "DROP DATE NOT NUMERIC" TO EDIT-REASON
                   PERFORM 070-WRITE-ERROR-LINE
               END-IF
               IF EN-RETAIN-PCT IS NOT NUMERIC
                   MOVE "RETAINED PCT NOT NUMERIC" TO EDIT-REASON
                   PERFORM 070-WRITE-ERROR-LINE
               ELSE
                   IF EN-RETAIN-PCT IS GREATER THAN 100
                       MOVE "RETAINED PCT OVER 100" TO EDIT-REASON
                       PERFORM 070-WRITE-ERROR-LINE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * An enrollment row whose course key matches nothing on the
               END-IF
           END-IF.
           IF FOUND-SUB IS GREATER THAN ZERO
               IF NOT EN-DROPPED
                   ADD EN-CREDIT-HOURS TO CH-HOURS (FOUND-SUB)
               END-IF
               ADD 1 TO CH-ROWS (FOUND-SUB)
           END-IF.

