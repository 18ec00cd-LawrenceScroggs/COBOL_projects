      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: Maintenance of the indexed award master
      * (AWARD-MASTER.DAT, AWARD-REC) - the employee tuition waivers,
      * departmental scholarships, and sponsor-paid students that the
      * bursar has been backing out of BILL-REGISTER's totals by hand.
      * Each award names a student and term, a percent of the term's
      * tuition or a flat amount, and optionally the sponsor billed
      * for it; BILL-REGISTER applies them to the student's bill.
      * Runs the same two ways STUDENT-MAINT does: a menu at a
      * terminal, or an unattended batch mode ("BATCH" on the command
      * line) applying pending transactions from AWARD-TRANS.TXT
      * (AWARD-TRANS-REC) with an applied/rejected report to
      * AWARD-MAINT-REPORT.TXT.  Every change applied is journaled to
      * AWARD-JOURNAL.TXT (AWARD-AUDIT-REC).  The student must be on
      * STUDENT-MASTER.DAT, and a term closed on TERM-STATUS.TXT takes
      * no changes - its certified revenue is already booked.
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut, modeled on STUDENT-MAINT.
      * 10/15/26 LS - Takes the shared batch lock (BATCH-LOCK.TXT) on
      *   the AWARD resource before opening anything, and refuses -
      *   naming the holder - when it or the nightly chain already
      *   holds it.  Lock events go to BATCH-RUN-LOG.TXT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARD-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARD-FILE ASSIGN TO "AWARD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS AWARD-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-KEY
               FILE STATUS IS STUDENT-STATUS.
           SELECT TRANS-FILE ASSIGN TO "AWARD-TRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT MAINT-REPORT ASSIGN TO "AWARD-MAINT-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "AWARD-JOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT TERM-STATUS-FILE ASSIGN TO "TERM-STATUS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-STATUS-STAT.
           SELECT LOCK-FILE ASSIGN TO "BATCH-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.
           SELECT RUN-LOG ASSIGN TO "BATCH-RUN-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AWARD-FILE.
       01  AWARD-RECORD.
           COPY AWARD-REC.
       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           COPY STUDENT-RECORD.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY AWARD-TRANS-REC.
       FD  MAINT-REPORT.
       01  REPORT-LINE         PIC X(100).
       FD  JOURNAL-FILE.
       01  AWARD-AUDIT-REC.
           COPY AWARD-AUDIT-REC.
       FD  TERM-STATUS-FILE.
       01  TERM-STATUS-REC.
           COPY TERM-STATUS-REC.
       FD  LOCK-FILE.
       01  LOCK-RECORD.
           COPY LOCK-REC.
       FD  RUN-LOG.
       01  RUN-LOG-REC.
           COPY RUN-LOG-REC.
       WORKING-STORAGE SECTION.
           77  LOCK-STATUS         PIC XX     VALUE "00".
           77  RUN-LOG-STATUS      PIC XX     VALUE "00".
           77  LOCK-EOF-SW         PIC X      VALUE "N".
               88 LOCK-E-O-F                  VALUE "Y".
           77  LOCK-REFUSED-SW     PIC X      VALUE "N".
               88 LOCK-REFUSED                VALUE "Y".
           77  LOCK-RESOURCE       PIC X(12)  VALUE "AWARD".
           77  LOCK-PROGRAM        PIC X(16)  VALUE "AWARD-MAINT".
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
           77  AWARD-STATUS        PIC XX     VALUE "00".
           77  AWARD-EOF-SW        PIC X      VALUE "N".
               88 AWARD-E-O-F                 VALUE "Y".
           77  STUDENT-STATUS      PIC XX     VALUE "00".
           77  STUDENT-OPEN-SW     PIC X      VALUE "N".
               88 STUDENT-MASTER-OPEN         VALUE "Y".
           77  DONE-SWITCH         PIC X      VALUE "N".
               88 MAINT-DONE                  VALUE "Y".
           77  MENU-CHOICE         PIC 9      VALUE ZERO.
           77  KEY-STUDENT-ID      PIC X(9)   VALUE SPACES.
           77  KEY-TERM            PIC X(6)   VALUE SPACES.
           77  KEY-CODE            PIC X(6)   VALUE SPACES.
           77  NEW-TYPE            PIC X      VALUE SPACES.
           77  NEW-SPONSOR         PIC X(8)   VALUE SPACES.
           77  NEW-DESC            PIC X(20)  VALUE SPACES.
           01  NEW-PERCENT-TEXT    PIC X(3)   VALUE SPACES.
           01  NEW-PERCENT-NUM REDEFINES NEW-PERCENT-TEXT
                                   PIC 9(3).
           01  NEW-AMOUNT-TEXT     PIC X(9)   VALUE SPACES.
           01  NEW-AMOUNT-NUM REDEFINES NEW-AMOUNT-TEXT
                                   PIC 9(7)V99.
           77  FOUND-SWITCH        PIC X      VALUE "N".
               88 RECORD-FOUND                VALUE "Y".
           77  RUN-MODE            PIC X(10)  VALUE SPACES.
               88 BATCH-MODE                  VALUE "BATCH".
           77  TRANS-STATUS        PIC XX     VALUE "00".
           77  TRANS-EOF-SW        PIC X      VALUE "N".
               88 TRANS-E-O-F                 VALUE "Y".
           77  TRANS-READ-COUNT    PIC 9(4)   VALUE ZERO.
           77  TRANS-APPLIED-COUNT PIC 9(4)   VALUE ZERO.
           77  TRANS-REJECT-COUNT  PIC 9(4)   VALUE ZERO.
           77  REJECT-REASON       PIC X(40)  VALUE SPACES.
           77  LIST-COUNT          PIC 9(6)   VALUE ZERO.
           77  RUN-DATE            PIC 9(8)   VALUE ZERO.
           77  RUN-DATE-ED         PIC 9999/99/99.
           77  JOURNAL-STATUS      PIC XX     VALUE "00".
           77  TIME-NOW            PIC 9(8)   VALUE ZERO.
           77  AUDIT-ACTION-WK     PIC X(6)   VALUE SPACES.
           77  AUDIT-BEFORE-WK     PIC X(62)  VALUE SPACES.
           77  AUDIT-AFTER-WK      PIC X(62)  VALUE SPACES.
           77  AMOUNT-ED           PIC Z,ZZZ,ZZ9.99.
           77  TERM-STATUS-STAT    PIC XX     VALUE "00".
           77  TERM-EOF-SW         PIC X      VALUE "N".
               88 TERM-E-O-F                  VALUE "Y".
           77  TERM-COUNT          PIC 99     VALUE ZERO.
           77  TERM-SUB            PIC 99     VALUE ZERO.
           77  TERM-CLOSED-SW      PIC X      VALUE "N".
               88 TERM-IS-CLOSED              VALUE "Y".

           01  TERM-TABLE.
               03  TERM-ENTRY OCCURS 20 TIMES.
                   05  TM-TERM         PIC X(6).
                   05  TM-STATUS       PIC X.


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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-MODE FROM COMMAND-LINE.
           PERFORM 900-TAKE-BATCH-LOCK.
           IF LOCK-REFUSED
               STOP RUN RETURNING 8
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-ED.
           PERFORM 010-OPEN-AWARD-MASTER.
           PERFORM 015-LOAD-TERM-STATUS.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF BATCH-MODE
               PERFORM 100-APPLY-TRANSACTIONS
           ELSE
               PERFORM 020-MAINT-LOOP UNTIL MAINT-DONE
           END-IF.
           CLOSE JOURNAL-FILE.
           CLOSE AWARD-FILE.
           IF STUDENT-MASTER-OPEN
               CLOSE STUDENT-FILE
           END-IF.
           PERFORM 925-FREE-BATCH-LOCK.
           STOP RUN.

      ******************************************************************
      * The student master checks that an award names a real student.
      * Absent on a fresh install, the check is waved through with a
      * warning, as ENROLL-MAINT does with its adds.
      ******************************************************************
       010-OPEN-AWARD-MASTER.
           OPEN I-O AWARD-FILE.
           IF AWARD-STATUS IS EQUAL TO "35"
               DISPLAY "AWARD-MASTER.DAT not found - starting empty."
               OPEN OUTPUT AWARD-FILE
               CLOSE AWARD-FILE
               OPEN I-O AWARD-FILE
           END-IF.
           IF AWARD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "AWARD-MASTER.DAT could not be opened - "
                   "STATUS: " AWARD-STATUS
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS IS EQUAL TO "00"
               SET STUDENT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "AWARD-MAINT: STUDENT-MASTER.DAT could not be "
                   "opened (STATUS: " STUDENT-STATUS ") - awards will "
                   "not be checked against the student master."
           END-IF.

      ******************************************************************
      * A term with no row on the control file is open; the file
      * itself is optional (a fresh install has never closed a term).
      ******************************************************************
       015-LOAD-TERM-STATUS.
           OPEN INPUT TERM-STATUS-FILE.
           IF TERM-STATUS-STAT IS EQUAL TO "00"
               PERFORM 016-READ-TERM-RECORD
               PERFORM 017-STORE-TERM-RECORD UNTIL TERM-E-O-F
               CLOSE TERM-STATUS-FILE
           END-IF.

       016-READ-TERM-RECORD.
           READ TERM-STATUS-FILE AT END SET TERM-E-O-F TO TRUE.

       017-STORE-TERM-RECORD.
           IF TERM-COUNT IS LESS THAN 20
               ADD 1 TO TERM-COUNT
               MOVE TS-TERM TO TM-TERM (TERM-COUNT)
               MOVE TS-STATUS TO TM-STATUS (TERM-COUNT)
           END-IF.
           PERFORM 016-READ-TERM-RECORD.

       018-CHECK-TERM-OPEN.
           MOVE "N" TO TERM-CLOSED-SW.
           PERFORM 019-TEST-TERM-ROW
               VARYING TERM-SUB FROM 1 BY 1
               UNTIL TERM-SUB IS GREATER THAN TERM-COUNT.

       019-TEST-TERM-ROW.
           IF TM-TERM (TERM-SUB) IS EQUAL TO KEY-TERM AND
              TM-STATUS (TERM-SUB) IS EQUAL TO "C"
               SET TERM-IS-CLOSED TO TRUE.

       020-MAINT-LOOP.
           DISPLAY " ".
           DISPLAY "1=ADD  2=UPDATE  3=DELETE  4=LIST  5=QUIT".
           DISPLAY "Enter choice: ".
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN 1 PERFORM 030-ADD-RECORD
               WHEN 2 PERFORM 040-UPDATE-RECORD
               WHEN 3 PERFORM 050-DELETE-RECORD
               WHEN 4 PERFORM 060-LIST-RECORDS
               WHEN 5 SET MAINT-DONE TO TRUE
               WHEN OTHER DISPLAY "Invalid choice - please re-enter."
           END-EVALUATE.

       030-ADD-RECORD.
           PERFORM 070-ACCEPT-KEY.
           PERFORM 031-ACCEPT-DATA-FIELDS.
           PERFORM 075-EDIT-AWARD.
           IF REJECT-REASON IS EQUAL TO SPACES
               PERFORM 160-MOVE-NEW-FIELDS
               WRITE AWARD-RECORD
                   INVALID KEY
                       DISPLAY "An award with that student, term, and "
                           "code already exists - not added."
                   NOT INVALID KEY
                       MOVE "ADD" TO AUDIT-ACTION-WK
                       MOVE SPACES TO AUDIT-BEFORE-WK
                       MOVE AWARD-RECORD TO AUDIT-AFTER-WK
                       PERFORM 190-WRITE-AUDIT-ENTRY
                       DISPLAY "Award added."
               END-WRITE
           ELSE
               DISPLAY "Not added - " REJECT-REASON
           END-IF.

       031-ACCEPT-DATA-FIELDS.
           DISPLAY "Type (P=percent of tuition, F=flat amount): ".
           ACCEPT NEW-TYPE.
           MOVE "000" TO NEW-PERCENT-TEXT.
           MOVE "000000000" TO NEW-AMOUNT-TEXT.
           IF NEW-TYPE IS EQUAL TO "P"
               DISPLAY "Percent (3 digits, e.g. 050): "
               ACCEPT NEW-PERCENT-TEXT
           ELSE
               DISPLAY "Amount (9 digits, cents implied, e.g. "
                   "000150000): "
               ACCEPT NEW-AMOUNT-TEXT
           END-IF.
           DISPLAY "Sponsor code (blank = college award): ".
           ACCEPT NEW-SPONSOR.
           DISPLAY "Description: ".
           ACCEPT NEW-DESC.

       040-UPDATE-RECORD.
           PERFORM 070-ACCEPT-KEY.
           PERFORM 018-CHECK-TERM-OPEN.
           IF TERM-IS-CLOSED
               DISPLAY "Term " KEY-TERM " is closed - no changes "
                   "accepted."
           ELSE
               PERFORM 080-FIND-RECORD
               IF RECORD-FOUND
                   MOVE AWARD-RECORD TO AUDIT-BEFORE-WK
                   PERFORM 031-ACCEPT-DATA-FIELDS
                   PERFORM 075-EDIT-AWARD
                   IF REJECT-REASON IS EQUAL TO SPACES
                       PERFORM 160-MOVE-NEW-FIELDS
                       REWRITE AWARD-RECORD
                           INVALID KEY
                               DISPLAY "Rewrite failed - STATUS: "
                                   AWARD-STATUS
                           NOT INVALID KEY
                               MOVE "UPDATE" TO AUDIT-ACTION-WK
                               MOVE AWARD-RECORD TO AUDIT-AFTER-WK
                               PERFORM 190-WRITE-AUDIT-ENTRY
                               DISPLAY "Award updated."
                       END-REWRITE
                   ELSE
                       DISPLAY "Not updated - " REJECT-REASON
                   END-IF
               ELSE
                   DISPLAY "No award found for that student, term, "
                       "and code."
               END-IF
           END-IF.

       050-DELETE-RECORD.
           PERFORM 070-ACCEPT-KEY.
           PERFORM 018-CHECK-TERM-OPEN.
           IF TERM-IS-CLOSED
               DISPLAY "Term " KEY-TERM " is closed - no changes "
                   "accepted."
           ELSE
               PERFORM 080-FIND-RECORD
               IF RECORD-FOUND
                   MOVE "DELETE" TO AUDIT-ACTION-WK
                   MOVE AWARD-RECORD TO AUDIT-BEFORE-WK
                   MOVE SPACES TO AUDIT-AFTER-WK
                   DELETE AWARD-FILE
                       INVALID KEY
                           DISPLAY "Delete failed - STATUS: "
                               AWARD-STATUS
                       NOT INVALID KEY
                           PERFORM 190-WRITE-AUDIT-ENTRY
                           DISPLAY "Award deleted."
                   END-DELETE
               ELSE
                   DISPLAY "No award found for that student, term, "
                       "and code."
               END-IF
           END-IF.

       060-LIST-RECORDS.
           DISPLAY " ".
           DISPLAY "STUDENT   TERM   CODE   T PCT       AMOUNT "
               "SPONSOR  DESCRIPTION".
           MOVE ZERO TO LIST-COUNT.
           MOVE "N" TO AWARD-EOF-SW.
           MOVE LOW-VALUES TO AW-KEY.
           START AWARD-FILE KEY IS NOT LESS THAN AW-KEY
               INVALID KEY SET AWARD-E-O-F TO TRUE
           END-START.
           PERFORM 061-LIST-NEXT-RECORD UNTIL AWARD-E-O-F.
           DISPLAY LIST-COUNT " awards on file.".

       061-LIST-NEXT-RECORD.
           READ AWARD-FILE NEXT RECORD
               AT END SET AWARD-E-O-F TO TRUE
               NOT AT END
                   ADD 1 TO LIST-COUNT
                   MOVE AW-AMOUNT TO AMOUNT-ED
                   DISPLAY AW-STUDENT-ID " " AW-TERM " " AW-CODE " "
                       AW-TYPE " " AW-PERCENT " " AMOUNT-ED " "
                       AW-SPONSOR " " AW-DESC
           END-READ.

       070-ACCEPT-KEY.
           DISPLAY "Student ID: ".
           ACCEPT KEY-STUDENT-ID.
           DISPLAY "Term (e.g. 2026FA): ".
           ACCEPT KEY-TERM.
           DISPLAY "Award code: ".
           ACCEPT KEY-CODE.

      ******************************************************************
      * Field and master edits for an add or update, menu or batch.
      * The first failure wins; REJECT-REASON comes back spaces when
      * the award is good - the same contract ENROLL-MAINT's add
      * edits keep.
      ******************************************************************
       075-EDIT-AWARD.
           MOVE SPACES TO REJECT-REASON.
           IF KEY-STUDENT-ID IS EQUAL TO SPACES OR
              KEY-TERM IS EQUAL TO SPACES OR
              KEY-CODE IS EQUAL TO SPACES
               MOVE "STUDENT, TERM, OR AWARD CODE IS BLANK"
                   TO REJECT-REASON
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
               PERFORM 018-CHECK-TERM-OPEN
               IF TERM-IS-CLOSED
                   MOVE "TERM IS CLOSED" TO REJECT-REASON
               END-IF
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES AND
              NEW-TYPE IS NOT EQUAL TO "P" AND
              NEW-TYPE IS NOT EQUAL TO "F"
               MOVE "AWARD TYPE NOT P OR F" TO REJECT-REASON
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES AND
              NEW-TYPE IS EQUAL TO "P"
               IF NEW-PERCENT-TEXT IS NOT NUMERIC
                   MOVE "PERCENT NOT NUMERIC" TO REJECT-REASON
               ELSE
                   IF NEW-PERCENT-NUM IS EQUAL TO ZERO OR
                      NEW-PERCENT-NUM IS GREATER THAN 100
                       MOVE "PERCENT NOT 001 THRU 100" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES AND
              NEW-TYPE IS EQUAL TO "F"
               IF NEW-AMOUNT-TEXT IS NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO REJECT-REASON
               ELSE
                   IF NEW-AMOUNT-NUM IS EQUAL TO ZERO
                       MOVE "AMOUNT IS ZERO" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES AND
              STUDENT-MASTER-OPEN
               MOVE KEY-STUDENT-ID TO STU-ID
               READ STUDENT-FILE RECORD
                   INVALID KEY
                       MOVE "STUDENT ID NOT ON STUDENT MASTER"
                           TO REJECT-REASON
               END-READ
           END-IF.

       080-FIND-RECORD.
           MOVE "N" TO FOUND-SWITCH.
           MOVE KEY-STUDENT-ID TO AW-STUDENT-ID.
           MOVE KEY-TERM TO AW-TERM.
           MOVE KEY-CODE TO AW-CODE.
           READ AWARD-FILE RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY SET RECORD-FOUND TO TRUE
           END-READ.

       100-APPLY-TRANSACTIONS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS NOT EQUAL TO "00"
               DISPLAY "AWARD-TRANS.TXT could not be opened - "
                   "STATUS: " TRANS-STATUS
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 16
           END-IF.
           OPEN OUTPUT MAINT-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "AWARD MASTER MAINTENANCE - BATCH RUN: " RUN-DATE-ED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACT STUDENT   TERM   CODE    DISPOSITION"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "--- --------- ------ ------  -----------"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 110-READ-TRANS-RECORD.
           PERFORM 120-PROCESS-TRANS UNTIL TRANS-E-O-F.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRANSACTIONS READ: " TRANS-READ-COUNT
               "  APPLIED: " TRANS-APPLIED-COUNT
               "  REJECTED: " TRANS-REJECT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE TRANS-FILE.
           CLOSE MAINT-REPORT.
           DISPLAY "Batch award maintenance complete - "
               TRANS-APPLIED-COUNT " applied, "
               TRANS-REJECT-COUNT " rejected.".

       110-READ-TRANS-RECORD.
           READ TRANS-FILE AT END SET TRANS-E-O-F TO TRUE.

       120-PROCESS-TRANS.
           ADD 1 TO TRANS-READ-COUNT.
           MOVE SPACES TO REJECT-REASON.
           MOVE AWTRN-STUDENT-ID TO KEY-STUDENT-ID.
           MOVE AWTRN-TERM TO KEY-TERM.
           MOVE AWTRN-CODE TO KEY-CODE.
           MOVE AWTRN-TYPE TO NEW-TYPE.
           MOVE AWTRN-PERCENT TO NEW-PERCENT-TEXT.
           MOVE AWTRN-AMOUNT TO NEW-AMOUNT-TEXT.
           IF NEW-TYPE IS EQUAL TO "P"
               MOVE "000000000" TO NEW-AMOUNT-TEXT
           ELSE
               MOVE "000" TO NEW-PERCENT-TEXT
           END-IF.
           MOVE AWTRN-SPONSOR TO NEW-SPONSOR.
           MOVE AWTRN-DESC TO NEW-DESC.
           PERFORM 018-CHECK-TERM-OPEN.
           EVALUATE TRUE
               WHEN TERM-IS-CLOSED
                   MOVE "TERM IS CLOSED" TO REJECT-REASON
               WHEN AWTRANS-ADD    PERFORM 130-APPLY-ADD
               WHEN AWTRANS-UPDATE PERFORM 140-APPLY-UPDATE
               WHEN AWTRANS-DELETE PERFORM 150-APPLY-DELETE
               WHEN OTHER
                   MOVE "ACTION CODE NOT A/U/D" TO REJECT-REASON
           END-EVALUATE.
           PERFORM 170-WRITE-DISPOSITION.
           PERFORM 110-READ-TRANS-RECORD.

       130-APPLY-ADD.
           PERFORM 075-EDIT-AWARD.
           IF REJECT-REASON IS EQUAL TO SPACES
               PERFORM 160-MOVE-NEW-FIELDS
               WRITE AWARD-RECORD
                   INVALID KEY
                       MOVE "AWARD ALREADY ON MASTER" TO REJECT-REASON
                   NOT INVALID KEY
                       MOVE "ADD" TO AUDIT-ACTION-WK
                       MOVE SPACES TO AUDIT-BEFORE-WK
                       MOVE AWARD-RECORD TO AUDIT-AFTER-WK
                       PERFORM 190-WRITE-AUDIT-ENTRY
               END-WRITE
           END-IF.

       140-APPLY-UPDATE.
           PERFORM 080-FIND-RECORD.
           IF RECORD-FOUND
               MOVE AWARD-RECORD TO AUDIT-BEFORE-WK
               PERFORM 075-EDIT-AWARD
               IF REJECT-REASON IS EQUAL TO SPACES
                   PERFORM 160-MOVE-NEW-FIELDS
                   REWRITE AWARD-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO REJECT-REASON
                       NOT INVALID KEY
                           MOVE "UPDATE" TO AUDIT-ACTION-WK
                           MOVE AWARD-RECORD TO AUDIT-AFTER-WK
                           PERFORM 190-WRITE-AUDIT-ENTRY
                   END-REWRITE
               END-IF
           ELSE
               MOVE "NO MATCHING AWARD ON MASTER" TO REJECT-REASON
           END-IF.

       150-APPLY-DELETE.
           PERFORM 080-FIND-RECORD.
           IF RECORD-FOUND
               MOVE "DELETE" TO AUDIT-ACTION-WK
               MOVE AWARD-RECORD TO AUDIT-BEFORE-WK
               MOVE SPACES TO AUDIT-AFTER-WK
               DELETE AWARD-FILE
                   INVALID KEY
                       MOVE "DELETE FAILED" TO REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 190-WRITE-AUDIT-ENTRY
               END-DELETE
           ELSE
               MOVE "NO MATCHING AWARD ON MASTER" TO REJECT-REASON
           END-IF.

       160-MOVE-NEW-FIELDS.
           MOVE KEY-STUDENT-ID TO AW-STUDENT-ID.
           MOVE KEY-TERM TO AW-TERM.
           MOVE KEY-CODE TO AW-CODE.
           MOVE NEW-TYPE TO AW-TYPE.
           MOVE NEW-PERCENT-NUM TO AW-PERCENT.
           MOVE NEW-AMOUNT-NUM TO AW-AMOUNT.
           MOVE NEW-SPONSOR TO AW-SPONSOR.
           MOVE NEW-DESC TO AW-DESC.

       170-WRITE-DISPOSITION.
           MOVE SPACES TO REPORT-LINE.
           IF REJECT-REASON IS EQUAL TO SPACES
               ADD 1 TO TRANS-APPLIED-COUNT
               STRING AWTRN-ACTION "   " AWTRN-STUDENT-ID " "
                   AWTRN-TERM " " AWTRN-CODE "  APPLIED"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO TRANS-REJECT-COUNT
               STRING AWTRN-ACTION "   " AWTRN-STUDENT-ID " "
                   AWTRN-TERM " " AWTRN-CODE "  REJECTED - "
                   REJECT-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       190-WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AWARD-AUDIT-REC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-NOW FROM TIME.
           MOVE RUN-DATE TO AWAUD-DATE.
           MOVE TIME-NOW (1:6) TO AWAUD-TIME.
           MOVE AUDIT-ACTION-WK TO AWAUD-ACTION.
           MOVE AUDIT-BEFORE-WK TO AWAUD-BEFORE.
           MOVE AUDIT-AFTER-WK TO AWAUD-AFTER.
           WRITE AWARD-AUDIT-REC.

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

       END PROGRAM AWARD-MAINT.
