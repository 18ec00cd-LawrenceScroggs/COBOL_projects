      * Author: Lawrence Scroggs
      * Date: 09/01/26
      * Purpose: Maintenance of the student enrollment detail
      * (ENROLL-MASTER.DAT) - the file tuition is actually billed from
      * since HOMEWORK-2 started pricing per student.  Until now the
      * only way to register or drop a student was to hand-edit the
      * text file.  Runs two ways like COURSE-MAINT: a menu at a
      * line) applying add/drop/residency-change transactions from
      * ENROLL-TRANS.TXT (ENROLL-TRANS-REC) and writing an
      * applied/rejected disposition report to ENROLL-MAINT-REPORT.TXT.
      * The enrollment master is indexed on course key + student, so
      * each change reads, writes, or rewrites its one row in place,
      * the way COURSE-MAINT keeps the course master.  An add is
      * validated against the indexed
      * masters: the student ID must be on STUDENT-MASTER.DAT and the
      * course key (email + prefix + term) on COURSE-MASTER.DAT, so a
      * typo can no longer invent a student or enroll one in a course
      *   cap the pricing programs just shed.  The menu still
      *   refuses to start on an oversized file - a wholesale
      *   rewrite from a truncated table would lose rows.
      * 10/15/26 LS - A drop no longer deletes the row.  It is marked
      *   dropped (EN-STATUS "D") as of a drop date - asked for at the
      *   menu, ETRN-DROP-DATE in batch, blank meaning today - and
      *   keeps the share of tuition the term's refund schedule
      *   (REFUND-SCHEDULE.TXT) says the student still owes, so the
      *   pricing steps go on billing it.  Each drop appends a line
      *   to the bursar's refund/credit register, REFUND-REGISTER.TXT,
      *   priced at today's rates.  Adding a course the student had
      *   dropped reinstates the row at full tuition.
      * 10/15/26 LS - Sections have a seat limit now (COURSE-RECORD
      *   CAPACITY, blank or 000 for none).  An add, menu or batch,
      *   that finds the section's active rows at the limit is not
      *   rejected but placed on WAITLIST.TXT (WAITLIST-REC) in
      *   arrival order, and the disposition says WAITLISTED with
      *   the student's place in line.  A drop that frees a seat
      *   enrolls the first student waiting for that section and the
      *   promotion is written under the drop's disposition line.  A
      *   drop for a student who is only waitlisted takes them off
      *   the list.  The waitlist is carried in a 5000-entry table
      *   and rewritten on exit like the enrollment file; a file past
      *   that is refused the same way as an oversized ENROLLMENT.TXT.
      * 10/15/26 LS - An add, menu or batch, for a student carrying an
      *   active hold on HOLD-MASTER.DAT (HOLD-REC, maintained by
      *   HOLD-MAINT) is rejected and the disposition names the hold
      *   type.  Drops and residency changes still go through.  A
      *   waitlisted student under a hold is passed over when a seat
      *   frees and keeps their place in line.  The hold master is
      *   optional, like the other masters.
      * 10/15/26 LS - Takes the shared batch lock (BATCH-LOCK.TXT) on
      *   the ENROLLMENT resource before opening anything, and refuses -
      *   naming the holder - when it or the nightly chain already
      *   holds it.  Lock events go to BATCH-RUN-LOG.TXT.
      * 10/15/26 LS - The enrollment rows live on the indexed
      *   ENROLL-MASTER.DAT (ENROLL-MASTER-REC, keyed course key +
      *   student, alternate key on the student ID), converted once
      *   from ENROLLMENT.TXT by ENROLL-LOAD.  The 60000-row load
      *   table and the rewrite on exit are gone: each add, drop,
      *   reinstatement, promotion, and residency change is a keyed
      *   READ and WRITE or REWRITE of the one row, and the seat
      *   count reads just the section's rows.  The menu listing can
      *   be limited to one student through the alternate key.  The
      *   program refuses to start while ENROLLMENT.TXT is still
      *   waiting to be converted.  The waitlist is still a table.
      * 10/15/26 LS - A drop for a student whose row is already dropped
      *   but who is still waiting for the section now takes them off
      *   the waitlist too; before, they stayed on it and a later
      *   promotion could seat them again.
      * 10/15/26 LS - Reinstating a dropped row - a re-add or a seat
      *   from the waitlist - now takes back the refund the drop put
      *   on REFUND-REGISTER.TXT: the drop's line is repeated under
      *   today's date marked REINSTATED, so the bursar reverses the
      *   credit the student will no longer get.
      * 10/15/26 LS - A waiting student whose ID is no longer on the
      *   student master is passed over when a seat frees, the way a
      *   held student is, instead of being seated as an orphan row.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-FILE ASSIGN TO "ENROLL-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EK-KEY
               ALTERNATE RECORD KEY IS EK-STUDENT-ID WITH DUPLICATES
               FILE STATUS IS ENROLL-STATUS.
           SELECT OLD-ENROLL-FILE ASSIGN TO "ENROLLMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-ENROLL-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS TERM-STATUS-STAT.
           SELECT MAINT-REPORT ASSIGN TO "ENROLL-MAINT-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-TABLE-FILE ASSIGN TO "RATE-TABLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT REFUND-SCHED-FILE ASSIGN TO "REFUND-SCHEDULE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUND-SCHED-STATUS.
           SELECT REFUND-REGISTER ASSIGN TO "REFUND-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUND-REG-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITLIST-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS HOLD-STATUS.
           SELECT LOCK-FILE ASSIGN TO "BATCH-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.
           SELECT RUN-LOG ASSIGN TO "BATCH-RUN-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-FILE.
       01  ENROLL-MASTER-REC.
           COPY ENROLL-MASTER-REC.
       FD  OLD-ENROLL-FILE.
       01  OLD-ENROLL-LINE     PIC X(53).
       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           COPY STUDENT-RECORD.
           COPY TERM-STATUS-REC.
       FD  MAINT-REPORT.
       01  REPORT-LINE         PIC X(110).
       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-REC.
           COPY RATE-TABLE-REC.
       FD  REFUND-SCHED-FILE.
       01  REFUND-SCHED-REC.
           COPY REFUND-SCHED-REC.
       FD  REFUND-REGISTER.
       01  REFUND-LINE         PIC X(110).
       FD  WAITLIST-FILE.
       01  WAITLIST-REC.
           COPY WAITLIST-REC.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLD-REC.
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
           77  LOCK-RESOURCE       PIC X(12)  VALUE "ENROLLMENT".
           77  LOCK-PROGRAM        PIC X(16)  VALUE "ENROLL-MAINT".
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
           77  ENROLL-STATUS       PIC XX     VALUE "00".
           77  ENROLL-EOF-SW       PIC X      VALUE "N".
               88 ENROLL-E-O-F                VALUE "Y".
           77  OLD-ENROLL-STATUS   PIC XX     VALUE "00".
           77  ROW-FOUND-SW        PIC X      VALUE "N".
               88 ROW-FOUND                   VALUE "Y".
           77  REFUSE-ALL-SW       PIC X      VALUE "N".
               88 REFUSE-ALL-TRANS            VALUE "Y".
           77  STUDENT-STATUS      PIC XX     VALUE "00".
               88 BATCH-MODE                  VALUE "BATCH".
           77  RUN-DATE            PIC 9(8)   VALUE ZERO.
           77  RUN-DATE-ED         PIC 9999/99/99.
           77  KEY-STUDENT-ID      PIC X(9)   VALUE SPACES.
           77  KEY-EMAIL           PIC X(16)  VALUE SPACES.
           77  KEY-PREFIX          PIC X      VALUE SPACES.
           77  TRANS-APPLIED-COUNT PIC 9(4)   VALUE ZERO.
           77  TRANS-REJECT-COUNT  PIC 9(4)   VALUE ZERO.
           77  LIST-COUNT          PIC 9(6)   VALUE ZERO.
           77  LIST-STUDENT-ID     PIC X(9)   VALUE SPACES.
           77  TERM-STATUS-STAT    PIC XX     VALUE "00".
           77  TERM-EOF-SW         PIC X      VALUE "N".
               88 TERM-E-O-F                  VALUE "Y".
           77  TERM-SUB            PIC 99     VALUE ZERO.
           77  TERM-CLOSED-SW      PIC X      VALUE "N".
               88 TERM-IS-CLOSED              VALUE "Y".
           77  NEW-DROP-DATE       PIC X(8)   VALUE SPACES.
           77  DROP-DATE           PIC 9(8)   VALUE ZERO.
           77  RATE-STATUS         PIC XX     VALUE "00".
           77  RATE-EOF-SW         PIC X      VALUE "N".
               88 RATE-E-O-F                  VALUE "Y".
           77  RATE-TABLE-COUNT    PIC 99     VALUE ZERO.
           77  RATE-SUB            PIC 99     VALUE ZERO.
           77  BEST-EFF-DATE       PIC 9(8)   VALUE ZERO.
           77  RATE-FOR-PREFIX     PIC 9(5)V99 VALUE ZERO.
           77  OUT-RATE-FOR-PREFIX PIC 9(5)V99 VALUE ZERO.
           77  RATE-APPLIED        PIC 9(5)V99 VALUE ZERO.
           77  REFUND-SCHED-STATUS PIC XX     VALUE "00".
           77  REFUND-EOF-SW       PIC X      VALUE "N".
               88 REFUND-E-O-F                VALUE "Y".
           77  REFUND-STEP-COUNT   PIC 999    VALUE ZERO.
           77  REFUND-SUB          PIC 999    VALUE ZERO.
           77  REFUND-REG-STATUS   PIC XX     VALUE "00".
           77  REFUND-OPEN-SW      PIC X      VALUE "N".
               88 REFUND-REGISTER-OPEN        VALUE "Y".
           77  REGISTER-EOF-SW     PIC X      VALUE "N".
               88 REGISTER-E-O-F              VALUE "Y".
           77  REGISTER-MATCH      PIC X(35)  VALUE SPACES.
           77  REVERSAL-LINE       PIC X(110) VALUE SPACES.
           77  REVERSAL-PCT        PIC 9(3)   VALUE ZERO.
           77  TERM-START-DATE     PIC 9(8)   VALUE ZERO.
           77  START-DAY-NUMBER    PIC 9(8)   VALUE ZERO.
           77  DROP-DAY-NUMBER     PIC 9(8)   VALUE ZERO.
           77  DROP-WEEK           PIC 999    VALUE ZERO.
           77  BEST-WEEK           PIC 999    VALUE ZERO.
           77  REFUND-PCT          PIC 9(3)   VALUE ZERO.
           77  RETAIN-PCT          PIC 9(3)   VALUE ZERO.
           77  FULL-AMOUNT         PIC 9(7)V99 VALUE ZERO.
           77  RETAINED-AMOUNT     PIC 9(7)V99 VALUE ZERO.
           77  REFUND-AMOUNT       PIC 9(7)V99 VALUE ZERO.
           77  FULL-AMOUNT-ED      PIC ZZZ,ZZ9.99.
           77  REFUND-AMOUNT-ED    PIC ZZZ,ZZ9.99.
           77  RETAINED-AMOUNT-ED  PIC ZZZ,ZZ9.99.
           77  WEEK-ED             PIC Z9.
           77  WAITLIST-STATUS     PIC XX     VALUE "00".
           77  WAIT-EOF-SW         PIC X      VALUE "N".
               88 WAIT-E-O-F                  VALUE "Y".
           77  WAIT-OVERFLOW-SW    PIC X      VALUE "N".
               88 WAITLIST-OVERFLOW           VALUE "Y".
           77  WAIT-COUNT          PIC 9(4)   VALUE ZERO.
           77  WAIT-SUB            PIC 9(4)   VALUE ZERO.
           77  WAIT-FOUND-SUB      PIC 9(4)   VALUE ZERO.
           77  WAIT-POSITION       PIC 9(4)   VALUE ZERO.
           77  WAIT-POSITION-ED    PIC ZZZ9.
           77  SEAT-LIMIT          PIC 9(3)   VALUE ZERO.
           77  SEATS-TAKEN         PIC 9(5)   VALUE ZERO.
           77  SECTION-FULL-SW     PIC X      VALUE "N".
               88 SECTION-IS-FULL             VALUE "Y".
           77  WAITLISTED-SW       PIC X      VALUE "N".
               88 ADD-WAITLISTED              VALUE "Y".
           77  LEFT-WAITLIST-SW    PIC X      VALUE "N".
               88 LEFT-THE-WAITLIST           VALUE "Y".
           77  PROMOTED-SW         PIC X      VALUE "N".
               88 STUDENT-PROMOTED            VALUE "Y".
           77  PROMOTED-ID         PIC X(9)   VALUE SPACES.
           77  TRANS-WAITLIST-COUNT PIC 9(4)  VALUE ZERO.
           77  TIME-NOW            PIC 9(8)   VALUE ZERO.
           77  HOLD-STATUS         PIC XX     VALUE "00".
           77  HOLD-OPEN-SW        PIC X      VALUE "N".
               88 HOLD-MASTER-OPEN            VALUE "Y".
           77  HOLD-EOF-SW         PIC X      VALUE "N".
               88 HOLD-E-O-F                  VALUE "Y".
           77  HELD-SW             PIC X      VALUE "N".
               88 STUDENT-HELD                VALUE "Y".
           77  HOLD-CHECK-ID       PIC X(9)   VALUE SPACES.
           77  HELD-TYPE           PIC X(4)   VALUE SPACES.

           01  TERM-TABLE.
               03  TERM-ENTRY OCCURS 20 TIMES.
                   05  TM-TERM         PIC X(6).
                   05  TM-STATUS       PIC X.

           01  RATE-TABLE.
               03  RATE-TABLE-ENTRY OCCURS 50 TIMES.
                   05  RT-PREFIX       PIC 9.
                   05  RT-EFF-DATE     PIC 9(8).
                   05  RT-RATE         PIC 9(5)V99.
                   05  RT-OUT-RATE     PIC 9(5)V99.

           01  REFUND-TABLE.
               03  REFUND-STEP OCCURS 100 TIMES.
                   05  RFT-TERM        PIC X(6).
                   05  RFT-TERM-START  PIC 9(8).
                   05  RFT-THRU-WEEK   PIC 99.
                   05  RFT-REFUND-PCT  PIC 9(3).

      ******************************************************************
      * Day number for a YYYYMMDD date: days from a fixed origin,
      * counting the year from March so February's leap day falls at
      * the end of the year.  Two dates' day numbers subtract to the
      * days between them.
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

           01  WAIT-TABLE.
               03  WAIT-ENTRY OCCURS 5000 TIMES.
                   05  WT-EMAIL        PIC X(16).
                   05  WT-PREFIX       PIC 9.
                   05  WT-TERM         PIC X(6).
                   05  WT-STUDENT-ID   PIC X(9).
                   05  WT-HOURS        PIC 99.
                   05  WT-RESIDENCY    PIC X.
                   05  WT-ADDED-DATE   PIC 9(8).
                   05  WT-ADDED-TIME   PIC 9(6).

           01  LOCK-TABLE.
               03  LOCK-ENTRY      PIC X(58)  OCCURS 20 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-MODE FROM COMMAND-LINE.
           PERFORM 900-TAKE-BATCH-LOCK.
           IF LOCK-REFUSED
               STOP RUN RETURNING 8
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-ED.
           PERFORM 014-LOAD-WAITLIST.
           IF WAITLIST-OVERFLOW
               PERFORM 013-REFUSE-OVERSIZED-FILE
           END-IF.
           PERFORM 010-OPEN-ENROLL-MASTER.
           PERFORM 015-OPEN-MASTERS.
           PERFORM 018-LOAD-TERM-STATUS.
           PERFORM 016-LOAD-RATE-TABLE.
           PERFORM 017-LOAD-REFUND-SCHEDULE.
           IF BATCH-MODE
               PERFORM 100-APPLY-TRANSACTIONS
           ELSE
               PERFORM 020-MAINT-LOOP UNTIL MAINT-DONE
           END-IF.
           CLOSE ENROLL-FILE.
           PERFORM 092-SAVE-WAITLIST.
           IF STUDENT-MASTER-OPEN
               CLOSE STUDENT-FILE
           END-IF.
           IF COURSE-MASTER-OPEN
               CLOSE MASTER-FILE
           END-IF.
           IF HOLD-MASTER-OPEN
               CLOSE HOLD-FILE
           END-IF.
           IF REFUND-REGISTER-OPEN
               CLOSE REFUND-REGISTER
           END-IF.
           PERFORM 925-FREE-BATCH-LOCK.
           STOP RUN.

      ******************************************************************
      * A missing enrollment master starts empty on a fresh install -
      * but not while ENROLLMENT.TXT is still on disk waiting for
      * ENROLL-LOAD, or the old rows would be stranded behind an
      * empty master.
      ******************************************************************
       010-OPEN-ENROLL-MASTER.
           OPEN I-O ENROLL-FILE.
           IF ENROLL-STATUS IS EQUAL TO "35"
               OPEN INPUT OLD-ENROLL-FILE
               IF OLD-ENROLL-STATUS IS EQUAL TO "00"
                   CLOSE OLD-ENROLL-FILE
                   DISPLAY "ENROLL-MAINT: ENROLLMENT.TXT has not been "
                       "converted - run ENROLL-LOAD first."
                   PERFORM 925-FREE-BATCH-LOCK
                   STOP RUN RETURNING 16
               END-IF
               DISPLAY "ENROLL-MASTER.DAT not found - starting empty."
               OPEN OUTPUT ENROLL-FILE
               CLOSE ENROLL-FILE
               OPEN I-O ENROLL-FILE
           END-IF.
           IF ENROLL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ENROLL-MASTER.DAT could not be opened - "
                   "STATUS: " ENROLL-STATUS
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 16
           END-IF.

      ******************************************************************
      * The waitlist is bigger than its table, so a wholesale rewrite
      * would lose entries.  Nothing is written: batch mode (the
      * nightly chain) rejects every pending transaction to the
      * disposition report and warns (return code 4) instead of
      * killing the chain; the menu refuses to start.
      ******************************************************************
       013-REFUSE-OVERSIZED-FILE.
           DISPLAY "ENROLL-MAINT: WAITLIST.TXT exceeds the 5000 "
               "entry table - no maintenance applied, files left "
               "untouched.".
           IF BATCH-MODE
               SET REFUSE-ALL-TRANS TO TRUE
               PERFORM 100-APPLY-TRANSACTIONS
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 4
           END-IF.
           DISPLAY "ENROLL-MAINT: raise the table before "
               "maintaining this file.".
           PERFORM 925-FREE-BATCH-LOCK.
           STOP RUN RETURNING 16.

      ******************************************************************
      * The waitlist is optional (no section has filled yet on a
      * fresh install).  File order is arrival order and is kept on
      * the rewrite.
      ******************************************************************
       014-LOAD-WAITLIST.
           OPEN INPUT WAITLIST-FILE.
           IF WAITLIST-STATUS IS EQUAL TO "00"
               PERFORM 0141-READ-WAIT-RECORD
               PERFORM 0142-STORE-WAIT-RECORD UNTIL WAIT-E-O-F
               CLOSE WAITLIST-FILE
           END-IF.

       0141-READ-WAIT-RECORD.
           READ WAITLIST-FILE AT END SET WAIT-E-O-F TO TRUE.

       0142-STORE-WAIT-RECORD.
           IF WAIT-COUNT IS LESS THAN 5000
               ADD 1 TO WAIT-COUNT
               MOVE WL-EMAIL TO WT-EMAIL (WAIT-COUNT)
               MOVE WL-COURSE-PREFIX TO WT-PREFIX (WAIT-COUNT)
               MOVE WL-TERM TO WT-TERM (WAIT-COUNT)
               MOVE WL-STUDENT-ID TO WT-STUDENT-ID (WAIT-COUNT)
               MOVE WL-CREDIT-HOURS TO WT-HOURS (WAIT-COUNT)
               MOVE WL-RESIDENCY TO WT-RESIDENCY (WAIT-COUNT)
               MOVE WL-ADDED-DATE TO WT-ADDED-DATE (WAIT-COUNT)
               MOVE WL-ADDED-TIME TO WT-ADDED-TIME (WAIT-COUNT)
           ELSE
               SET WAITLIST-OVERFLOW TO TRUE
           END-IF.
           PERFORM 0141-READ-WAIT-RECORD.

      ******************************************************************
      * The indexed masters validate adds.  Either file may be absent
      * on a fresh install; the add edits then wave that side through
                   "opened (STATUS: " MASTER-STATUS ") - adds will "
                   "not be checked against the course master."
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS IS EQUAL TO "00"
               SET HOLD-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "ENROLL-MAINT: HOLD-MASTER.DAT could not be "
                   "opened (STATUS: " HOLD-STATUS ") - adds will "
                   "not be checked for registration holds."
           END-IF.

      ******************************************************************
      * The rate table prices the refund register only.  Without it
      * a drop still applies; its register line shows no rate in
      * force and the bursar prices the credit by hand.
      ******************************************************************
       016-LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE.
           IF RATE-STATUS IS EQUAL TO "00"
               PERFORM 0161-READ-RATE-RECORD
               PERFORM 0162-STORE-RATE-RECORD UNTIL RATE-E-O-F
               CLOSE RATE-TABLE-FILE
           ELSE
               DISPLAY "ENROLL-MAINT: RATE-TABLE.TXT could not be "
                   "opened (STATUS: " RATE-STATUS ") - refund "
                   "register lines will not be priced."
           END-IF.

       0161-READ-RATE-RECORD.
           READ RATE-TABLE-FILE AT END SET RATE-E-O-F TO TRUE.

       0162-STORE-RATE-RECORD.
           IF RATE-TABLE-COUNT IS LESS THAN 50
               ADD 1 TO RATE-TABLE-COUNT
               MOVE RTIN-PREFIX TO RT-PREFIX (RATE-TABLE-COUNT)
               MOVE RTIN-EFF-DATE TO RT-EFF-DATE (RATE-TABLE-COUNT)
               MOVE RTIN-RATE TO RT-RATE (RATE-TABLE-COUNT)
               MOVE RTIN-OUT-RATE TO RT-OUT-RATE (RATE-TABLE-COUNT)
           END-IF.
           PERFORM 0161-READ-RATE-RECORD.

      ******************************************************************
      * The refund schedule is optional: a term with no steps on it
      * refunds a drop in full.  A step with a non-numeric field or
      * a pct over 100 is left out and named on the console.
      ******************************************************************
       017-LOAD-REFUND-SCHEDULE.
           OPEN INPUT REFUND-SCHED-FILE.
           IF REFUND-SCHED-STATUS IS EQUAL TO "00"
               PERFORM 0171-READ-REFUND-STEP
               PERFORM 0172-STORE-REFUND-STEP UNTIL REFUND-E-O-F
               CLOSE REFUND-SCHED-FILE
           END-IF.

       0171-READ-REFUND-STEP.
           READ REFUND-SCHED-FILE AT END SET REFUND-E-O-F TO TRUE.

       0172-STORE-REFUND-STEP.
           IF RF-TERM-START IS NOT NUMERIC OR
              RF-THRU-WEEK IS NOT NUMERIC OR
              RF-REFUND-PCT IS NOT NUMERIC
               DISPLAY "ENROLL-MAINT: refund schedule step ignored - "
                   "not numeric: " REFUND-SCHED-REC
           ELSE
               IF RF-REFUND-PCT IS GREATER THAN 100
                   DISPLAY "ENROLL-MAINT: refund schedule step "
                       "ignored - pct over 100: " REFUND-SCHED-REC
               ELSE
                   IF REFUND-STEP-COUNT IS LESS THAN 100
                       ADD 1 TO REFUND-STEP-COUNT
                       MOVE RF-TERM TO RFT-TERM (REFUND-STEP-COUNT)
                       MOVE RF-TERM-START
                           TO RFT-TERM-START (REFUND-STEP-COUNT)
                       MOVE RF-THRU-WEEK
                           TO RFT-THRU-WEEK (REFUND-STEP-COUNT)
                       MOVE RF-REFUND-PCT
                           TO RFT-REFUND-PCT (REFUND-STEP-COUNT)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0171-READ-REFUND-STEP.

      ******************************************************************
      * A term with no row on the control file is open; the file
           ACCEPT NEW-HOURS.
           DISPLAY "Residency (I=in-state, O=out-of-state): ".
           ACCEPT NEW-RESIDENCY.
           MOVE "N" TO WAITLISTED-SW.
           PERFORM 075-EDIT-ADD.
           IF REJECT-REASON IS EQUAL TO SPACES
               PERFORM 076-CHECK-SEATS
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES AND
              SECTION-IS-FULL
               PERFORM 077-WAITLIST-ADD
           END-IF.
           EVALUATE TRUE
               WHEN REJECT-REASON IS NOT EQUAL TO SPACES
                   DISPLAY "Not added - " REJECT-REASON
               WHEN ADD-WAITLISTED
                   DISPLAY "Section full - placed on the waitlist at "
                       "position " WAIT-POSITION-ED "."
               WHEN ROW-FOUND
                   PERFORM 086-REINSTATE-ROW
                   PERFORM 079-CLEAR-WAIT-ENTRY
                   DISPLAY "Dropped enrollment reinstated."
               WHEN OTHER
                   PERFORM 085-APPEND-ROW
                   PERFORM 079-CLEAR-WAIT-ENTRY
                   DISPLAY "Enrollment added."
           END-EVALUATE.

       040-DROP-ENROLLMENT.
           PERFORM 070-ACCEPT-KEY.
               DISPLAY "Term " KEY-TERM " is closed - no changes "
                   "accepted."
           ELSE
               DISPLAY "Drop date (YYYYMMDD, blank = today): "
               ACCEPT NEW-DROP-DATE
               MOVE SPACES TO REJECT-REASON
               PERFORM 044-DROP-OR-LEAVE-WAITLIST
               EVALUATE TRUE
                   WHEN REJECT-REASON IS NOT EQUAL TO SPACES
                       DISPLAY "Not dropped - " REJECT-REASON
                   WHEN LEFT-THE-WAITLIST
                       DISPLAY "Student removed from the waitlist."
                   WHEN OTHER
                       DISPLAY "Enrollment dropped - " RETAIN-PCT
                           "% of tuition retained, " REFUND-PCT
                           "% refunded."
               END-EVALUATE
               IF STUDENT-PROMOTED
                   DISPLAY "Seat filled from the waitlist - student "
                       PROMOTED-ID " enrolled."
               END-IF
           END-IF.

      ******************************************************************
      * A drop for a student who holds no row, or only a row already
      * dropped, but is waiting for the section just takes them off
      * the waitlist.  A drop that applies frees a seat, and the first
      * student waiting gets it.
      ******************************************************************
       044-DROP-OR-LEAVE-WAITLIST.
           MOVE "N" TO LEFT-WAITLIST-SW.
           MOVE "N" TO PROMOTED-SW.
           MOVE ZERO TO WAIT-FOUND-SUB.
           PERFORM 080-FIND-ROW.
           IF NOT ROW-FOUND
               PERFORM 078-FIND-WAIT-ENTRY
           ELSE
               IF EK-DROPPED
                   PERFORM 078-FIND-WAIT-ENTRY
               END-IF
           END-IF.
           IF WAIT-FOUND-SUB IS GREATER THAN ZERO
               PERFORM 0791-REMOVE-WAIT-ENTRY
               SET LEFT-THE-WAITLIST TO TRUE
           ELSE
               PERFORM 045-DROP-ROW
               IF REJECT-REASON IS EQUAL TO SPACES
                   PERFORM 055-PROMOTE-FROM-WAITLIST
               END-IF
           END-IF.

      ******************************************************************
      * Drop the row the key names, menu or batch: edit the drop
      * date, look up the refund pct the term's schedule allows for
      * the week the drop falls in, mark the row dropped with the
      * retained share, and write the bursar's refund register line.
      * REJECT-REASON comes back spaces when the drop applied.
      ******************************************************************
       045-DROP-ROW.
           PERFORM 080-FIND-ROW.
           IF NOT ROW-FOUND
               MOVE "NO MATCHING ENROLLMENT ROW" TO REJECT-REASON
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES AND
              EK-DROPPED
               MOVE "ENROLLMENT ALREADY DROPPED" TO REJECT-REASON
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
               IF NEW-DROP-DATE IS EQUAL TO SPACES
                   MOVE RUN-DATE TO DROP-DATE
               ELSE
                   IF NEW-DROP-DATE IS NUMERIC
                       MOVE NEW-DROP-DATE TO DROP-DATE
                   ELSE
                       MOVE "DROP DATE NOT NUMERIC" TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES AND
              DROP-DATE IS GREATER THAN RUN-DATE
               MOVE "DROP DATE IS AFTER TODAY" TO REJECT-REASON
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
               PERFORM 046-FIND-REFUND-PCT
               COMPUTE RETAIN-PCT = 100 - REFUND-PCT
               MOVE "D" TO EK-STATUS
               MOVE DROP-DATE TO EK-DROP-DATE
               MOVE RETAIN-PCT TO EK-RETAIN-PCT
               REWRITE ENROLL-MASTER-REC
                   INVALID KEY
                       MOVE "ENROLLMENT ROW COULD NOT BE REWRITTEN"
                           TO REJECT-REASON
               END-REWRITE
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
               PERFORM 048-WRITE-REFUND-LINE
           END-IF.

      ******************************************************************
      * Week 1 is the first seven days from the term's first day of
      * classes.  The step that applies is the lowest "through week"
      * not before the drop's week; past the last step nothing is
      * refunded.  A drop before classes start, or in a term with no
      * schedule, is refunded in full.
      ******************************************************************
       046-FIND-REFUND-PCT.
           MOVE 100 TO REFUND-PCT.
           MOVE ZERO TO DROP-WEEK.
           MOVE ZERO TO TERM-START-DATE.
           PERFORM 0461-FIND-TERM-START
               VARYING REFUND-SUB FROM 1 BY 1
               UNTIL REFUND-SUB IS GREATER THAN REFUND-STEP-COUNT.
           IF TERM-START-DATE IS GREATER THAN ZERO AND
              DROP-DATE IS NOT LESS THAN TERM-START-DATE
               MOVE TERM-START-DATE TO DN-DATE
               PERFORM 047-COMPUTE-DAY-NUMBER
               MOVE DN-RESULT TO START-DAY-NUMBER
               MOVE DROP-DATE TO DN-DATE
               PERFORM 047-COMPUTE-DAY-NUMBER
               MOVE DN-RESULT TO DROP-DAY-NUMBER
               COMPUTE DN-MDAYS = DROP-DAY-NUMBER - START-DAY-NUMBER
               DIVIDE DN-MDAYS BY 7 GIVING DROP-WEEK
               ADD 1 TO DROP-WEEK
               MOVE ZERO TO REFUND-PCT
               MOVE 999 TO BEST-WEEK
               PERFORM 0462-TEST-REFUND-STEP
                   VARYING REFUND-SUB FROM 1 BY 1
                   UNTIL REFUND-SUB IS GREATER THAN REFUND-STEP-COUNT
           END-IF.

       0461-FIND-TERM-START.
           IF RFT-TERM (REFUND-SUB) IS EQUAL TO KEY-TERM
               MOVE RFT-TERM-START (REFUND-SUB) TO TERM-START-DATE.

       0462-TEST-REFUND-STEP.
           IF RFT-TERM (REFUND-SUB) IS EQUAL TO KEY-TERM AND
              RFT-THRU-WEEK (REFUND-SUB) IS NOT LESS THAN DROP-WEEK
              AND RFT-THRU-WEEK (REFUND-SUB) IS LESS THAN BEST-WEEK
               MOVE RFT-THRU-WEEK (REFUND-SUB) TO BEST-WEEK
               MOVE RFT-REFUND-PCT (REFUND-SUB) TO REFUND-PCT
           END-IF.

       047-COMPUTE-DAY-NUMBER.
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

      ******************************************************************
      * The bursar's refund/credit register: one line per drop, the
      * course's full tuition at today's rate for the student's
      * residency, the refund, and the retained share the pricing
      * steps will go on billing (rounded per row exactly as they
      * round it).  Appended, so a day's drops from the menu and the
      * nightly batch land on the same register.
      ******************************************************************
       048-WRITE-REFUND-LINE.
           IF NOT REFUND-REGISTER-OPEN
               PERFORM 049-OPEN-REFUND-REGISTER
           END-IF.
           MOVE ZERO TO RATE-FOR-PREFIX.
           MOVE ZERO TO OUT-RATE-FOR-PREFIX.
           MOVE ZERO TO BEST-EFF-DATE.
           PERFORM 0481-TEST-RATE-ROW
               VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB IS GREATER THAN RATE-TABLE-COUNT.
           IF EK-RESIDENCY IS EQUAL TO "O"
               MOVE OUT-RATE-FOR-PREFIX TO RATE-APPLIED
           ELSE
               MOVE RATE-FOR-PREFIX TO RATE-APPLIED
           END-IF.
           MULTIPLY EK-CREDIT-HOURS BY RATE-APPLIED
               GIVING FULL-AMOUNT.
           COMPUTE RETAINED-AMOUNT ROUNDED =
               EK-CREDIT-HOURS * RATE-APPLIED * RETAIN-PCT / 100.
           COMPUTE REFUND-AMOUNT = FULL-AMOUNT - RETAINED-AMOUNT.
           MOVE FULL-AMOUNT TO FULL-AMOUNT-ED.
           MOVE REFUND-AMOUNT TO REFUND-AMOUNT-ED.
           MOVE RETAINED-AMOUNT TO RETAINED-AMOUNT-ED.
           MOVE DROP-WEEK TO WEEK-ED.
           MOVE SPACES TO REFUND-LINE.
           STRING RUN-DATE-ED " " KEY-STUDENT-ID " " KEY-EMAIL " "
               KEY-PREFIX " " KEY-TERM " " EK-CREDIT-HOURS " "
               EK-RESIDENCY " " DROP-DATE " "
               WEEK-ED " " REFUND-PCT " " FULL-AMOUNT-ED " "
               REFUND-AMOUNT-ED " " RETAINED-AMOUNT-ED
               DELIMITED BY SIZE INTO REFUND-LINE.
           IF BEST-EFF-DATE IS EQUAL TO ZERO
               MOVE "NO RATE" TO REFUND-LINE (102:7)
           END-IF.
           WRITE REFUND-LINE.

       0481-TEST-RATE-ROW.
           IF RT-PREFIX (RATE-SUB) IS EQUAL TO KEY-PREFIX AND
              RT-EFF-DATE (RATE-SUB) IS NOT GREATER THAN RUN-DATE
              AND
              RT-EFF-DATE (RATE-SUB) IS NOT LESS THAN BEST-EFF-DATE
               MOVE RT-EFF-DATE (RATE-SUB) TO BEST-EFF-DATE
               MOVE RT-RATE (RATE-SUB) TO RATE-FOR-PREFIX
               MOVE RT-OUT-RATE (RATE-SUB) TO OUT-RATE-FOR-PREFIX
           END-IF.

       049-OPEN-REFUND-REGISTER.
           OPEN EXTEND REFUND-REGISTER.
           IF REFUND-REG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT REFUND-REGISTER
               MOVE "PROCESSED  STUDENT   EMAIL            P TERM   "
                   TO REFUND-LINE
               MOVE "HR R DROPPED  WK PCT    TUITION     REFUND   "
                   TO REFUND-LINE (48:45)
               MOVE "RETAINED" TO REFUND-LINE (93:8)
               WRITE REFUND-LINE
               MOVE ALL "-" TO REFUND-LINE (1:100)
               WRITE REFUND-LINE
           END-IF.
           SET REFUND-REGISTER-OPEN TO TRUE.

       050-CHANGE-RESIDENCY.
           PERFORM 070-ACCEPT-KEY.
                   "accepted."
           ELSE
               PERFORM 080-FIND-ROW
               IF NOT ROW-FOUND
                   DISPLAY "No enrollment found for that student "
                       "and course."
               ELSE
                   ACCEPT NEW-RESIDENCY
                   IF NEW-RESIDENCY IS EQUAL TO "I" OR
                      NEW-RESIDENCY IS EQUAL TO "O"
                       MOVE NEW-RESIDENCY TO EK-RESIDENCY
                       REWRITE ENROLL-MASTER-REC
                           INVALID KEY
                               DISPLAY "Residency not changed - "
                                   "STATUS: " ENROLL-STATUS
                           NOT INVALID KEY
                               DISPLAY "Residency changed."
                       END-REWRITE
                   ELSE
                       DISPLAY "Residency must be I or O - not "
                           "changed."
               END-IF
           END-IF.

      ******************************************************************
      * The first student waiting for the section the drop named is
      * seated if the section now has room - it may not, if its
      * capacity was lowered since.  The seat is the student's old
      * dropped row when they have one, reinstated, else a new row.
      * A student under a hold is passed over and keeps their place.
      ******************************************************************
       055-PROMOTE-FROM-WAITLIST.
           MOVE ZERO TO WAIT-FOUND-SUB.
           PERFORM 0551-FIND-FIRST-WAITING
               VARYING WAIT-SUB FROM 1 BY 1
               UNTIL WAIT-SUB IS GREATER THAN WAIT-COUNT.
           IF WAIT-FOUND-SUB IS GREATER THAN ZERO
               PERFORM 0552-CHECK-SEAT-FREED
               IF NOT SECTION-IS-FULL
                   PERFORM 0553-SEAT-WAITING-STUDENT
               END-IF
           END-IF.

       0551-FIND-FIRST-WAITING.
           IF WAIT-FOUND-SUB IS EQUAL TO ZERO AND
              WT-EMAIL (WAIT-SUB) IS EQUAL TO KEY-EMAIL AND
              WT-PREFIX (WAIT-SUB) IS EQUAL TO KEY-PREFIX AND
              WT-TERM (WAIT-SUB) IS EQUAL TO KEY-TERM
               MOVE WT-STUDENT-ID (WAIT-SUB) TO HOLD-CHECK-ID
               PERFORM 0755-CHECK-HOLDS
               IF NOT STUDENT-HELD
                   PERFORM 0555-CHECK-WAITING-STUDENT
               END-IF
               IF NOT STUDENT-HELD
                   MOVE WAIT-SUB TO WAIT-FOUND-SUB
               END-IF
           END-IF.

       0552-CHECK-SEAT-FREED.
           IF COURSE-MASTER-OPEN
               MOVE KEY-EMAIL TO EMAIL
               MOVE KEY-PREFIX TO COURSE-PREFIX
               MOVE KEY-TERM TO TERM-CODE
               READ MASTER-FILE RECORD
                   INVALID KEY MOVE SPACES TO CAPACITY
               END-READ
           END-IF.
           PERFORM 076-CHECK-SEATS.

       0553-SEAT-WAITING-STUDENT.
           MOVE "N" TO ROW-FOUND-SW.
           PERFORM 0554-SET-WAITING-KEY.
           READ ENROLL-FILE RECORD
               INVALID KEY MOVE "N" TO ROW-FOUND-SW
               NOT INVALID KEY SET ROW-FOUND TO TRUE
           END-READ.
           IF ROW-FOUND AND EK-DROPPED
               PERFORM 087-REVERSE-REFUND-LINE
           END-IF.
           PERFORM 0554-SET-WAITING-KEY.
           MOVE WT-HOURS (WAIT-FOUND-SUB) TO EK-CREDIT-HOURS.
           MOVE WT-RESIDENCY (WAIT-FOUND-SUB) TO EK-RESIDENCY.
           MOVE SPACE TO EK-STATUS.
           MOVE ZERO TO EK-DROP-DATE.
           MOVE ZERO TO EK-RETAIN-PCT.
           IF ROW-FOUND
               REWRITE ENROLL-MASTER-REC
                   NOT INVALID KEY SET STUDENT-PROMOTED TO TRUE
               END-REWRITE
           ELSE
               WRITE ENROLL-MASTER-REC
                   NOT INVALID KEY SET STUDENT-PROMOTED TO TRUE
               END-WRITE
           END-IF.
           IF STUDENT-PROMOTED
               MOVE WT-STUDENT-ID (WAIT-FOUND-SUB) TO PROMOTED-ID
               PERFORM 0791-REMOVE-WAIT-ENTRY
           END-IF.

       0554-SET-WAITING-KEY.
           MOVE KEY-EMAIL TO EK-EMAIL.
           MOVE KEY-PREFIX TO EK-COURSE-PREFIX.
           MOVE KEY-TERM TO EK-TERM.
           MOVE WT-STUDENT-ID (WAIT-FOUND-SUB) TO EK-STUDENT-ID.

      ******************************************************************
      * A waiting ID no longer on the student master (merged away or
      * removed since it joined the list) is passed over like a held
      * student - seating it would write an orphan enrollment row.
      ******************************************************************
       0555-CHECK-WAITING-STUDENT.
           IF STUDENT-MASTER-OPEN
               MOVE WT-STUDENT-ID (WAIT-SUB) TO STU-ID
               READ STUDENT-FILE RECORD
                   INVALID KEY SET STUDENT-HELD TO TRUE
               END-READ
           END-IF.

      ******************************************************************
      * The whole master in course-key order, or - through the
      * alternate key - just the one student's rows.
      ******************************************************************
       060-LIST-ENROLLMENT.
           DISPLAY "Student ID to list (blank = all): ".
           ACCEPT LIST-STUDENT-ID.
           DISPLAY " ".
           DISPLAY "STUDENT   EMAIL            P TERM    HRS R "
               "DROPPED  KEEP%".
           MOVE ZERO TO LIST-COUNT.
           MOVE "N" TO ENROLL-EOF-SW.
           IF LIST-STUDENT-ID IS EQUAL TO SPACES
               MOVE LOW-VALUES TO EK-KEY
               START ENROLL-FILE KEY IS NOT LESS THAN EK-KEY
                   INVALID KEY SET ENROLL-E-O-F TO TRUE
               END-START
           ELSE
               MOVE LIST-STUDENT-ID TO EK-STUDENT-ID
               START ENROLL-FILE KEY IS EQUAL TO EK-STUDENT-ID
                   INVALID KEY SET ENROLL-E-O-F TO TRUE
               END-START
           END-IF.
           PERFORM 061-LIST-ONE-ROW UNTIL ENROLL-E-O-F.
           DISPLAY LIST-COUNT " enrollment rows listed.".
           IF WAIT-COUNT IS GREATER THAN ZERO
               DISPLAY " "
               DISPLAY "WAITLIST (ARRIVAL ORDER):"
               PERFORM 062-LIST-ONE-WAIT-ENTRY
                   VARYING WAIT-SUB FROM 1 BY 1
                   UNTIL WAIT-SUB IS GREATER THAN WAIT-COUNT
           END-IF.
           DISPLAY WAIT-COUNT " students waitlisted.".

       061-LIST-ONE-ROW.
           READ ENROLL-FILE NEXT RECORD
               AT END SET ENROLL-E-O-F TO TRUE
           END-READ.
           IF NOT ENROLL-E-O-F AND
              LIST-STUDENT-ID IS NOT EQUAL TO SPACES AND
              EK-STUDENT-ID IS NOT EQUAL TO LIST-STUDENT-ID
               SET ENROLL-E-O-F TO TRUE
           END-IF.
           IF NOT ENROLL-E-O-F
               ADD 1 TO LIST-COUNT
               IF EK-DROPPED
                   DISPLAY EK-STUDENT-ID " " EK-EMAIL " "
                       EK-COURSE-PREFIX " " EK-TERM "  "
                       EK-CREDIT-HOURS "  " EK-RESIDENCY " "
                       EK-DROP-DATE " " EK-RETAIN-PCT
               ELSE
                   DISPLAY EK-STUDENT-ID " " EK-EMAIL " "
                       EK-COURSE-PREFIX " " EK-TERM "  "
                       EK-CREDIT-HOURS "  " EK-RESIDENCY
               END-IF
           END-IF.

       062-LIST-ONE-WAIT-ENTRY.
           DISPLAY WT-STUDENT-ID (WAIT-SUB) " "
               WT-EMAIL (WAIT-SUB) " "
               WT-PREFIX (WAIT-SUB) " "
               WT-TERM (WAIT-SUB) "  "
               WT-HOURS (WAIT-SUB) "  "
               WT-RESIDENCY (WAIT-SUB) " "
               WT-ADDED-DATE (WAIT-SUB) " "
               WT-ADDED-TIME (WAIT-SUB).

       070-ACCEPT-KEY.
           DISPLAY "Student ID: ".
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
               PERFORM 080-FIND-ROW
               IF ROW-FOUND AND NOT EK-DROPPED
                   MOVE "STUDENT ALREADY ENROLLED IN COURSE"
                       TO REJECT-REASON
               END-IF
                           TO REJECT-REASON
               END-READ
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
               MOVE KEY-STUDENT-ID TO HOLD-CHECK-ID
               PERFORM 0755-CHECK-HOLDS
               IF STUDENT-HELD
                   STRING "STUDENT HAS ACTIVE " DELIMITED BY SIZE
                       HELD-TYPE DELIMITED BY SPACE
                       " HOLD" DELIMITED BY SIZE
                       INTO REJECT-REASON
               END-IF
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES AND
              COURSE-MASTER-OPEN
               MOVE KEY-EMAIL TO EMAIL
                           TO REJECT-REASON
               END-READ
           END-IF.

      ******************************************************************
      * Does HOLD-CHECK-ID carry an active hold?  The hold master is
      * keyed student + type, so the student's holds sit together:
      * START at the student's low key and read forward until the ID
      * changes or an active hold turns up.  HELD-TYPE names it.
      ******************************************************************
       0755-CHECK-HOLDS.
           MOVE "N" TO HELD-SW.
           MOVE SPACES TO HELD-TYPE.
           IF HOLD-MASTER-OPEN
               MOVE "N" TO HOLD-EOF-SW
               MOVE HOLD-CHECK-ID TO HD-STUDENT-ID
               MOVE LOW-VALUES TO HD-TYPE
               START HOLD-FILE KEY IS NOT LESS THAN HD-KEY
                   INVALID KEY SET HOLD-E-O-F TO TRUE
               END-START
               PERFORM 0756-READ-NEXT-HOLD UNTIL HOLD-E-O-F
           END-IF.

       0756-READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END SET HOLD-E-O-F TO TRUE
           END-READ.
           IF NOT HOLD-E-O-F
               IF HD-STUDENT-ID IS NOT EQUAL TO HOLD-CHECK-ID
                   SET HOLD-E-O-F TO TRUE
               ELSE
                   IF HD-ACTIVE
                       SET STUDENT-HELD TO TRUE
                       MOVE HD-TYPE TO HELD-TYPE
                       SET HOLD-E-O-F TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Seat check for an add that passed its edits.  CAPACITY is
      * still in the master record 075 read; blank or zero is no
      * limit, and with no course master open there is nothing to
      * check against.  Dropped rows hold no seat.  The section's rows
      * sit together on the enrollment master, so the count STARTs at
      * the course key with the lowest student and reads forward
      * until the course key changes.
      ******************************************************************
       076-CHECK-SEATS.
           MOVE "N" TO SECTION-FULL-SW.
           IF COURSE-MASTER-OPEN AND
              CAPACITY IS NUMERIC
               MOVE CAPACITY TO SEAT-LIMIT
               IF SEAT-LIMIT IS GREATER THAN ZERO
                   MOVE ZERO TO SEATS-TAKEN
                   MOVE "N" TO ENROLL-EOF-SW
                   MOVE KEY-EMAIL TO EK-EMAIL
                   MOVE KEY-PREFIX TO EK-COURSE-PREFIX
                   MOVE KEY-TERM TO EK-TERM
                   MOVE LOW-VALUES TO EK-STUDENT-ID
                   START ENROLL-FILE KEY IS NOT LESS THAN EK-KEY
                       INVALID KEY SET ENROLL-E-O-F TO TRUE
                   END-START
                   PERFORM 0761-COUNT-SEAT-TAKEN UNTIL ENROLL-E-O-F
                   IF SEATS-TAKEN IS NOT LESS THAN SEAT-LIMIT
                       SET SECTION-IS-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.

       0761-COUNT-SEAT-TAKEN.
           READ ENROLL-FILE NEXT RECORD
               AT END SET ENROLL-E-O-F TO TRUE
           END-READ.
           IF NOT ENROLL-E-O-F
               IF EK-EMAIL IS NOT EQUAL TO KEY-EMAIL OR
                  EK-COURSE-PREFIX IS NOT EQUAL TO KEY-PREFIX OR
                  EK-TERM IS NOT EQUAL TO KEY-TERM
                   SET ENROLL-E-O-F TO TRUE
               ELSE
                   IF NOT EK-DROPPED
                       ADD 1 TO SEATS-TAKEN
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * The section is full: the add goes to the back of the line.
      * WAIT-POSITION is the student's place among those waiting for
      * this section.
      ******************************************************************
       077-WAITLIST-ADD.
           PERFORM 078-FIND-WAIT-ENTRY.
           IF WAIT-FOUND-SUB IS GREATER THAN ZERO
               MOVE "ALREADY ON WAITLIST FOR COURSE" TO REJECT-REASON
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES AND
              WAIT-COUNT IS EQUAL TO 5000
               MOVE "SECTION FULL - WAITLIST TABLE FULL"
                   TO REJECT-REASON
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
               ACCEPT TIME-NOW FROM TIME
               ADD 1 TO WAIT-COUNT
               MOVE KEY-EMAIL TO WT-EMAIL (WAIT-COUNT)
               MOVE KEY-PREFIX TO WT-PREFIX (WAIT-COUNT)
               MOVE KEY-TERM TO WT-TERM (WAIT-COUNT)
               MOVE KEY-STUDENT-ID TO WT-STUDENT-ID (WAIT-COUNT)
               MOVE NEW-HOURS TO WT-HOURS (WAIT-COUNT)
               MOVE NEW-RESIDENCY TO WT-RESIDENCY (WAIT-COUNT)
               MOVE RUN-DATE TO WT-ADDED-DATE (WAIT-COUNT)
               MOVE TIME-NOW (1:6) TO WT-ADDED-TIME (WAIT-COUNT)
               MOVE ZERO TO WAIT-POSITION
               PERFORM 0771-COUNT-WAITING
                   VARYING WAIT-SUB FROM 1 BY 1
                   UNTIL WAIT-SUB IS GREATER THAN WAIT-COUNT
               MOVE WAIT-POSITION TO WAIT-POSITION-ED
               SET ADD-WAITLISTED TO TRUE
           END-IF.

       0771-COUNT-WAITING.
           IF WT-EMAIL (WAIT-SUB) IS EQUAL TO KEY-EMAIL AND
              WT-PREFIX (WAIT-SUB) IS EQUAL TO KEY-PREFIX AND
              WT-TERM (WAIT-SUB) IS EQUAL TO KEY-TERM
               ADD 1 TO WAIT-POSITION
           END-IF.

       078-FIND-WAIT-ENTRY.
           MOVE ZERO TO WAIT-FOUND-SUB.
           PERFORM 0781-TEST-WAIT-ENTRY
               VARYING WAIT-SUB FROM 1 BY 1
               UNTIL WAIT-SUB IS GREATER THAN WAIT-COUNT.

       0781-TEST-WAIT-ENTRY.
           IF WT-STUDENT-ID (WAIT-SUB) IS EQUAL TO KEY-STUDENT-ID AND
              WT-EMAIL (WAIT-SUB) IS EQUAL TO KEY-EMAIL AND
              WT-PREFIX (WAIT-SUB) IS EQUAL TO KEY-PREFIX AND
              WT-TERM (WAIT-SUB) IS EQUAL TO KEY-TERM
               MOVE WAIT-SUB TO WAIT-FOUND-SUB
           END-IF.

      ******************************************************************
      * A student seated directly (the section had room after all)
      * no longer waits for it.
      ******************************************************************
       079-CLEAR-WAIT-ENTRY.
           PERFORM 078-FIND-WAIT-ENTRY.
           IF WAIT-FOUND-SUB IS GREATER THAN ZERO
               PERFORM 0791-REMOVE-WAIT-ENTRY
           END-IF.

      ******************************************************************
      * Close the gap so the table stays in arrival order.
      ******************************************************************
       0791-REMOVE-WAIT-ENTRY.
           PERFORM 0792-SHIFT-WAIT-ENTRY
               VARYING WAIT-SUB FROM WAIT-FOUND-SUB BY 1
               UNTIL WAIT-SUB IS NOT LESS THAN WAIT-COUNT.
           SUBTRACT 1 FROM WAIT-COUNT.

       0792-SHIFT-WAIT-ENTRY.
           MOVE WAIT-ENTRY (WAIT-SUB + 1) TO WAIT-ENTRY (WAIT-SUB).

       080-FIND-ROW.
           MOVE "N" TO ROW-FOUND-SW.
           PERFORM 082-SET-ROW-KEY.
           READ ENROLL-FILE RECORD
               INVALID KEY MOVE "N" TO ROW-FOUND-SW
               NOT INVALID KEY SET ROW-FOUND TO TRUE
           END-READ.

       082-SET-ROW-KEY.
           MOVE KEY-EMAIL TO EK-EMAIL.
           MOVE KEY-PREFIX TO EK-COURSE-PREFIX.
           MOVE KEY-TERM TO EK-TERM.
           MOVE KEY-STUDENT-ID TO EK-STUDENT-ID.

       084-BUILD-ROW.
           PERFORM 082-SET-ROW-KEY.
           MOVE NEW-HOURS TO EK-CREDIT-HOURS.
           MOVE NEW-RESIDENCY TO EK-RESIDENCY.
           MOVE SPACE TO EK-STATUS.
           MOVE ZERO TO EK-DROP-DATE.
           MOVE ZERO TO EK-RETAIN-PCT.

       085-APPEND-ROW.
           PERFORM 084-BUILD-ROW.
           WRITE ENROLL-MASTER-REC
               INVALID KEY
                   DISPLAY "ENROLL-MAINT: enrollment row could not be "
                       "written - STATUS: " ENROLL-STATUS
           END-WRITE.

      ******************************************************************
      * Re-adding a course the student dropped puts the same row back
      * to active at the hours and residency given now; the retained
      * share it was billing gives way to full tuition.  The seat
      * count has read past the row since it was found, so it is read
      * again for the drop it carries.
      ******************************************************************
       086-REINSTATE-ROW.
           PERFORM 080-FIND-ROW.
           IF ROW-FOUND AND EK-DROPPED
               PERFORM 087-REVERSE-REFUND-LINE
           END-IF.
           PERFORM 084-BUILD-ROW.
           REWRITE ENROLL-MASTER-REC
               INVALID KEY
                   DISPLAY "ENROLL-MAINT: enrollment row could not be "
                       "rewritten - STATUS: " ENROLL-STATUS
           END-REWRITE.

      ******************************************************************
      * A reinstated row takes back the refund its drop put on the
      * register.  The drop's own line (the last one for the row and
      * drop date) is repeated under today's date marked REINSTATED,
      * so the bursar reverses exactly what was credited.  A drop
      * whose line has since been set aside is priced again as 048
      * priced it, at today's rate, from the row's retained pct.
      * Called with the dropped row in the record area.
      ******************************************************************
       087-REVERSE-REFUND-LINE.
           MOVE SPACES TO REVERSAL-LINE.
           MOVE SPACES TO REGISTER-MATCH.
           STRING EK-STUDENT-ID " " EK-EMAIL " " EK-COURSE-PREFIX " "
               EK-TERM
               DELIMITED BY SIZE INTO REGISTER-MATCH.
           IF REFUND-REGISTER-OPEN
               CLOSE REFUND-REGISTER
               MOVE "N" TO REFUND-OPEN-SW
           END-IF.
           OPEN INPUT REFUND-REGISTER.
           IF REFUND-REG-STATUS IS EQUAL TO "00"
               MOVE "N" TO REGISTER-EOF-SW
               PERFORM 0871-SCAN-REGISTER-LINE UNTIL REGISTER-E-O-F
               CLOSE REFUND-REGISTER
           END-IF.
           PERFORM 049-OPEN-REFUND-REGISTER.
           IF REVERSAL-LINE IS EQUAL TO SPACES
               PERFORM 0872-PRICE-REVERSAL
           ELSE
               MOVE REVERSAL-LINE TO REFUND-LINE
               MOVE RUN-DATE-ED TO REFUND-LINE (1:10)
           END-IF.
           MOVE "REINSTATED" TO REFUND-LINE (101:10).
           WRITE REFUND-LINE.

       0871-SCAN-REGISTER-LINE.
           READ REFUND-REGISTER
               AT END SET REGISTER-E-O-F TO TRUE.
           IF NOT REGISTER-E-O-F
               IF REFUND-LINE (12:35) IS EQUAL TO REGISTER-MATCH AND
                  REFUND-LINE (53:8) IS EQUAL TO EK-DROP-DATE AND
                  REFUND-LINE (101:10) IS NOT EQUAL TO "REINSTATED"
                   MOVE REFUND-LINE TO REVERSAL-LINE
               END-IF
           END-IF.

       0872-PRICE-REVERSAL.
           MOVE ZERO TO RATE-FOR-PREFIX.
           MOVE ZERO TO OUT-RATE-FOR-PREFIX.
           MOVE ZERO TO BEST-EFF-DATE.
           PERFORM 0481-TEST-RATE-ROW
               VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB IS GREATER THAN RATE-TABLE-COUNT.
           IF EK-RESIDENCY IS EQUAL TO "O"
               MOVE OUT-RATE-FOR-PREFIX TO RATE-APPLIED
           ELSE
               MOVE RATE-FOR-PREFIX TO RATE-APPLIED
           END-IF.
           MULTIPLY EK-CREDIT-HOURS BY RATE-APPLIED
               GIVING FULL-AMOUNT.
           COMPUTE RETAINED-AMOUNT ROUNDED =
               EK-CREDIT-HOURS * RATE-APPLIED * EK-RETAIN-PCT / 100.
           COMPUTE REFUND-AMOUNT = FULL-AMOUNT - RETAINED-AMOUNT.
           COMPUTE REVERSAL-PCT = 100 - EK-RETAIN-PCT.
           MOVE FULL-AMOUNT TO FULL-AMOUNT-ED.
           MOVE REFUND-AMOUNT TO REFUND-AMOUNT-ED.
           MOVE RETAINED-AMOUNT TO RETAINED-AMOUNT-ED.
           MOVE SPACES TO REFUND-LINE.
           STRING RUN-DATE-ED " " EK-STUDENT-ID " " EK-EMAIL " "
               EK-COURSE-PREFIX " " EK-TERM " " EK-CREDIT-HOURS " "
               EK-RESIDENCY " " EK-DROP-DATE " "
               "  " " " REVERSAL-PCT " " FULL-AMOUNT-ED " "
               REFUND-AMOUNT-ED " " RETAINED-AMOUNT-ED
               DELIMITED BY SIZE INTO REFUND-LINE.

       092-SAVE-WAITLIST.
           OPEN OUTPUT WAITLIST-FILE.
           PERFORM 093-WRITE-WAIT-RECORD
               VARYING WAIT-SUB FROM 1 BY 1
               UNTIL WAIT-SUB IS GREATER THAN WAIT-COUNT.
           CLOSE WAITLIST-FILE.

       093-WRITE-WAIT-RECORD.
           MOVE SPACES TO WAITLIST-REC.
           MOVE WT-EMAIL (WAIT-SUB) TO WL-EMAIL.
           MOVE WT-PREFIX (WAIT-SUB) TO WL-COURSE-PREFIX.
           MOVE WT-TERM (WAIT-SUB) TO WL-TERM.
           MOVE WT-STUDENT-ID (WAIT-SUB) TO WL-STUDENT-ID.
           MOVE WT-HOURS (WAIT-SUB) TO WL-CREDIT-HOURS.
           MOVE WT-RESIDENCY (WAIT-SUB) TO WL-RESIDENCY.
           MOVE WT-ADDED-DATE (WAIT-SUB) TO WL-ADDED-DATE.
           MOVE WT-ADDED-TIME (WAIT-SUB) TO WL-ADDED-TIME.
           WRITE WAITLIST-REC.

       100-APPLY-TRANSACTIONS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ENROLL-TRANS.TXT could not be opened - "
                   "STATUS: " TRANS-STATUS
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 16
           END-IF.
           OPEN OUTPUT MAINT-REPORT.
           STRING "TRANSACTIONS READ: " TRANS-READ-COUNT
               "  APPLIED: " TRANS-APPLIED-COUNT
               "  REJECTED: " TRANS-REJECT-COUNT
               "  WAITLISTED: " TRANS-WAITLIST-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE TRANS-FILE.
           CLOSE MAINT-REPORT.
           DISPLAY "Batch enrollment maintenance complete - "
               TRANS-APPLIED-COUNT " applied, "
               TRANS-REJECT-COUNT " rejected, "
               TRANS-WAITLIST-COUNT " waitlisted.".

       110-READ-TRANS-RECORD.
           READ TRANS-FILE AT END SET TRANS-E-O-F TO TRUE.
           MOVE ETRN-TERM TO KEY-TERM.
           MOVE ETRN-CREDIT-HOURS TO NEW-HOURS.
           MOVE ETRN-RESIDENCY TO NEW-RESIDENCY.
           MOVE "N" TO WAITLISTED-SW.
           MOVE "N" TO LEFT-WAITLIST-SW.
           MOVE "N" TO PROMOTED-SW.
           PERFORM 0185-CHECK-TERM-OPEN.
           EVALUATE TRUE
               WHEN REFUSE-ALL-TRANS
                   MOVE "WAITLIST FILE EXCEEDS 5000 ENTRY TABLE"
                       TO REJECT-REASON
               WHEN TERM-IS-CLOSED
                   MOVE "TERM IS CLOSED" TO REJECT-REASON
       130-APPLY-ADD.
           PERFORM 075-EDIT-ADD.
           IF REJECT-REASON IS EQUAL TO SPACES
               PERFORM 076-CHECK-SEATS
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES AND
              SECTION-IS-FULL
               PERFORM 077-WAITLIST-ADD
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES AND
              NOT ADD-WAITLISTED
               IF ROW-FOUND
                   PERFORM 086-REINSTATE-ROW
               ELSE
                   PERFORM 085-APPEND-ROW
               END-IF
               PERFORM 079-CLEAR-WAIT-ENTRY
           END-IF.

       140-APPLY-DROP.
           MOVE ETRN-DROP-DATE TO NEW-DROP-DATE.
           PERFORM 044-DROP-OR-LEAVE-WAITLIST.

       150-APPLY-RESIDENCY.
           PERFORM 080-FIND-ROW.
           IF NOT ROW-FOUND
               MOVE "NO MATCHING ENROLLMENT ROW" TO REJECT-REASON
           ELSE
               IF NEW-RESIDENCY IS EQUAL TO "I" OR
                  NEW-RESIDENCY IS EQUAL TO "O"
                   MOVE NEW-RESIDENCY TO EK-RESIDENCY
                   REWRITE ENROLL-MASTER-REC
                       INVALID KEY
                           MOVE "ENROLLMENT ROW COULD NOT BE REWRITTEN"
                               TO REJECT-REASON
                   END-REWRITE
               ELSE
                   MOVE "RESIDENCY NOT I OR O" TO REJECT-REASON
               END-IF

       170-WRITE-DISPOSITION.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
               WHEN REJECT-REASON IS NOT EQUAL TO SPACES
                   ADD 1 TO TRANS-REJECT-COUNT
                   STRING ETRN-ACTION "   " ETRN-STUDENT-ID " "
                       ETRN-EMAIL " " ETRN-COURSE-PREFIX " " ETRN-TERM
                       "  REJECTED - " REJECT-REASON
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN ADD-WAITLISTED
                   ADD 1 TO TRANS-WAITLIST-COUNT
                   STRING ETRN-ACTION "   " ETRN-STUDENT-ID " "
                       ETRN-EMAIL " " ETRN-COURSE-PREFIX " " ETRN-TERM
                       "  WAITLISTED - SECTION FULL, POSITION "
                       WAIT-POSITION-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN LEFT-THE-WAITLIST
                   ADD 1 TO TRANS-APPLIED-COUNT
                   STRING ETRN-ACTION "   " ETRN-STUDENT-ID " "
                       ETRN-EMAIL " " ETRN-COURSE-PREFIX " " ETRN-TERM
                       "  APPLIED - REMOVED FROM WAITLIST"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   ADD 1 TO TRANS-APPLIED-COUNT
                   STRING ETRN-ACTION "   " ETRN-STUDENT-ID " "
                       ETRN-EMAIL " " ETRN-COURSE-PREFIX " " ETRN-TERM
                       "  APPLIED"
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.
           IF STUDENT-PROMOTED
               MOVE SPACES TO REPORT-LINE
               STRING "    " PROMOTED-ID " " ETRN-EMAIL " "
                   ETRN-COURSE-PREFIX " " ETRN-TERM
                   "  PROMOTED FROM WAITLIST INTO THE FREED SEAT"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

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
           PERFORM 047-COMPUTE-DAY-NUMBER.
           MOVE DN-RESULT TO LOCK-DAY-NUMBER.
           MOVE LOCK-DATE-NOW TO DN-DATE.
           PERFORM 047-COMPUTE-DAY-NUMBER.
           MOVE LOCK-TIME-NOW (1:2) TO LOCK-HH.
           COMPUTE LOCK-AGE-HOURS = (DN-RESULT - LOCK-DAY-NUMBER) * 24
               + LOCK-HH.
           MOVE LK-TIME (1:2) TO LOCK-HH.
           SUBTRACT LOCK-HH FROM LOCK-AGE-HOURS.

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

       END PROGRAM ENROLL-MAINT.
