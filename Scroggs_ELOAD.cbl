      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: One-time load of the indexed enrollment master
      * ENROLL-MASTER.DAT from the old line-sequential ENROLLMENT.TXT,
      * the same job MASTER-LOAD did for the course master.  The
      * indexed file is keyed on course key + student (EK-KEY, the
      * ENROLL-MASTER-REC layout) with an alternate key on the
      * student ID, so ENROLL-MAINT can read and rewrite one row in
      * place instead of loading and rewriting the whole file.  The
      * load proves itself before the text file is retired: the row
      * count and total credit hours read back from the new master,
      * once down the primary key and once down the student key,
      * must equal what was read from ENROLLMENT.TXT.  A duplicate
      * key (a student entered twice for the same course) cannot go
      * on the keyed file, so it is listed and the load does not
      * prove - fix the text file and run the load again.
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQ-FILE ASSIGN TO "ENROLLMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "ENROLL-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EK-KEY
               ALTERNATE RECORD KEY IS EK-STUDENT-ID WITH DUPLICATES
               FILE STATUS IS ENROLL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-FILE.
       01  ENROLL-REC.
           COPY ENROLL-RECORD.
       FD  ENROLL-FILE.
       01  ENROLL-MASTER-REC.
           COPY ENROLL-MASTER-REC.
       WORKING-STORAGE SECTION.
           77  SEQ-STATUS          PIC XX     VALUE "00".
           77  ENROLL-STATUS       PIC XX     VALUE "00".
           77  SEQ-EOF-SW          PIC X      VALUE "N".
               88 SEQ-E-O-F                   VALUE "Y".
           77  ENROLL-EOF-SW       PIC X      VALUE "N".
               88 ENROLL-E-O-F                VALUE "Y".
           77  RECORDS-READ        PIC 9(7)   VALUE ZERO.
           77  RECORDS-LOADED      PIC 9(7)   VALUE ZERO.
           77  RECORDS-REJECTED    PIC 9(7)   VALUE ZERO.
           77  HOURS-READ          PIC 9(9)   VALUE ZERO.
           77  KEY-ROWS            PIC 9(7)   VALUE ZERO.
           77  KEY-HOURS           PIC 9(9)   VALUE ZERO.
           77  STUDENT-KEY-ROWS    PIC 9(7)   VALUE ZERO.
           77  STUDENT-KEY-HOURS   PIC 9(9)   VALUE ZERO.
           77  PROOF-SW            PIC X      VALUE "Y".
               88 LOAD-PROVED                 VALUE "Y".

       PROCEDURE DIVISION.
       010-MAIN.
           OPEN INPUT ENROLL-FILE.
           IF ENROLL-STATUS IS EQUAL TO "00"
               CLOSE ENROLL-FILE
               DISPLAY "ENROLL-LOAD: ENROLL-MASTER.DAT already exists "
                   "- not reloaded."
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT SEQ-FILE.
           IF SEQ-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ENROLL-LOAD: ENROLLMENT.TXT could not be "
                   "opened - STATUS: " SEQ-STATUS
               STOP RUN RETURNING 16
           END-IF.
           OPEN OUTPUT ENROLL-FILE.
           IF ENROLL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ENROLL-LOAD: ENROLL-MASTER.DAT could not be "
                   "created - STATUS: " ENROLL-STATUS
               STOP RUN RETURNING 16
           END-IF.
           PERFORM 020-READ-SEQ-RECORD.
           PERFORM 030-LOAD-RECORD UNTIL SEQ-E-O-F.
           CLOSE SEQ-FILE.
           CLOSE ENROLL-FILE.
           PERFORM 040-PROVE-MASTER.
           DISPLAY "ENROLL-LOAD: " RECORDS-READ " read, "
               RECORDS-LOADED " loaded, "
               RECORDS-REJECTED " duplicate keys rejected.".
           DISPLAY "ENROLL-LOAD: ENROLLMENT.TXT     rows " RECORDS-READ
               "  hours " HOURS-READ.
           DISPLAY "ENROLL-LOAD: by course key      rows " KEY-ROWS
               "  hours " KEY-HOURS.
           DISPLAY "ENROLL-LOAD: by student key     rows "
               STUDENT-KEY-ROWS "  hours " STUDENT-KEY-HOURS.
           IF KEY-ROWS IS NOT EQUAL TO RECORDS-READ OR
              KEY-HOURS IS NOT EQUAL TO HOURS-READ OR
              STUDENT-KEY-ROWS IS NOT EQUAL TO RECORDS-READ OR
              STUDENT-KEY-HOURS IS NOT EQUAL TO HOURS-READ
               MOVE "N" TO PROOF-SW
           END-IF.
           IF NOT LOAD-PROVED
               DISPLAY "ENROLL-LOAD: ENROLL-MASTER.DAT DOES NOT PROVE "
                   "to ENROLLMENT.TXT - do not retire the text file."
               STOP RUN RETURNING 8
           END-IF.
           DISPLAY "ENROLL-LOAD: ENROLL-MASTER.DAT PROVED to "
               "ENROLLMENT.TXT.".
           STOP RUN.

       020-READ-SEQ-RECORD.
           READ SEQ-FILE AT END SET SEQ-E-O-F TO TRUE.

      ******************************************************************
      * The row is carried as it stands - status and all - so a bad
      * field still fails ENROLL-EDIT the way it did on the text file
      * instead of being tidied away here.  Only numeric hours add to
      * the hour totals, on both sides of the proof.
      ******************************************************************
       030-LOAD-RECORD.
           ADD 1 TO RECORDS-READ.
           IF EN-CREDIT-HOURS IS NUMERIC
               ADD EN-CREDIT-HOURS TO HOURS-READ
           END-IF.
           MOVE EN-EMAIL TO EK-EMAIL.
           MOVE EN-COURSE-PREFIX TO EK-COURSE-PREFIX.
           MOVE EN-TERM TO EK-TERM.
           MOVE EN-STUDENT-ID TO EK-STUDENT-ID.
           MOVE EN-CREDIT-HOURS TO EK-CREDIT-HOURS.
           MOVE EN-RESIDENCY TO EK-RESIDENCY.
           MOVE EN-STATUS TO EK-STATUS.
           IF EN-DROPPED
               MOVE EN-DROP-DATE TO EK-DROP-DATE
               MOVE EN-RETAIN-PCT TO EK-RETAIN-PCT
           ELSE
               MOVE ZERO TO EK-DROP-DATE
               MOVE ZERO TO EK-RETAIN-PCT
           END-IF.
           WRITE ENROLL-MASTER-REC
               INVALID KEY
                   ADD 1 TO RECORDS-REJECTED
                   DISPLAY "ENROLL-LOAD: duplicate key " EK-STUDENT-ID
                       " " EK-EMAIL " " EK-COURSE-PREFIX " " EK-TERM
               NOT INVALID KEY
                   ADD 1 TO RECORDS-LOADED
           END-WRITE.
           PERFORM 020-READ-SEQ-RECORD.

      ******************************************************************
      * Read the new master back twice - down the course key and down
      * the student key - so both indexes are proved to carry every
      * row, not just the data records.
      ******************************************************************
       040-PROVE-MASTER.
           OPEN INPUT ENROLL-FILE.
           IF ENROLL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ENROLL-LOAD: ENROLL-MASTER.DAT could not be "
                   "reopened - STATUS: " ENROLL-STATUS
               STOP RUN RETURNING 16
           END-IF.
           MOVE LOW-VALUES TO EK-KEY.
           START ENROLL-FILE KEY IS NOT LESS THAN EK-KEY
               INVALID KEY SET ENROLL-E-O-F TO TRUE
           END-START.
           PERFORM 042-COUNT-BY-COURSE-KEY UNTIL ENROLL-E-O-F.
           MOVE "N" TO ENROLL-EOF-SW.
           MOVE LOW-VALUES TO EK-STUDENT-ID.
           START ENROLL-FILE KEY IS NOT LESS THAN EK-STUDENT-ID
               INVALID KEY SET ENROLL-E-O-F TO TRUE
           END-START.
           PERFORM 044-COUNT-BY-STUDENT-KEY UNTIL ENROLL-E-O-F.
           CLOSE ENROLL-FILE.

       042-COUNT-BY-COURSE-KEY.
           READ ENROLL-FILE NEXT RECORD
               AT END SET ENROLL-E-O-F TO TRUE
           END-READ.
           IF NOT ENROLL-E-O-F
               ADD 1 TO KEY-ROWS
               IF EK-CREDIT-HOURS IS NUMERIC
                   ADD EK-CREDIT-HOURS TO KEY-HOURS
               END-IF
           END-IF.

       044-COUNT-BY-STUDENT-KEY.
           READ ENROLL-FILE NEXT RECORD
               AT END SET ENROLL-E-O-F TO TRUE
           END-READ.
           IF NOT ENROLL-E-O-F
               ADD 1 TO STUDENT-KEY-ROWS
               IF EK-CREDIT-HOURS IS NUMERIC
                   ADD EK-CREDIT-HOURS TO STUDENT-KEY-HOURS
               END-IF
           END-IF.

       END PROGRAM ENROLL-LOAD.
