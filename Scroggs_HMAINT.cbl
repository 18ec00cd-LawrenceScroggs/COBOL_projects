      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: Maintenance of the indexed registration-hold master
      * (HOLD-MASTER.DAT, HOLD-REC).  A hold - academic probation
      * (PROB), an unpaid balance (FIN), a registrar's block (REG),
      * advising (ADV), or conduct (DISC) - stops ENROLL-MAINT from
      * adding any course for the student until it is released;
      * drops still go through.  Runs the same two ways AWARD-MAINT
      * does: a menu at a terminal, or an unattended batch mode
      * ("BATCH" on the command line) applying pending transactions
      * from HOLD-TRANS.TXT (HOLD-TRANS-REC) with an applied/rejected
      * report to HOLD-MAINT-REPORT.TXT.  Every change applied is
      * journaled to HOLD-JOURNAL.TXT (HOLD-AUDIT-REC).  The student
      * must be on STUDENT-MASTER.DAT.
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut, modeled on AWARD-MAINT.
      * 10/15/26 LS - Takes the shared batch lock (BATCH-LOCK.TXT) on
      *   the HOLD resource before opening anything, and refuses -
      *   naming the holder - when it or the nightly chain already
      *   holds it.  Lock events go to BATCH-RUN-LOG.TXT.
      * 10/15/26 LS - A menu release or delete clears the reject
      *   reason first; after a rejected place, a release or delete
      *   that went through was reported as refused with the old
      *   reason.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS HOLD-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-KEY
               FILE STATUS IS STUDENT-STATUS.
           SELECT TRANS-FILE ASSIGN TO "HOLD-TRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT MAINT-REPORT ASSIGN TO "HOLD-MAINT-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "HOLD-JOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT LOCK-FILE ASSIGN TO "BATCH-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.
           SELECT RUN-LOG ASSIGN TO "BATCH-RUN-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLD-REC.
       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           COPY STUDENT-RECORD.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY HOLD-TRANS-REC.
       FD  MAINT-REPORT.
       01  REPORT-LINE         PIC X(100).
       FD  JOURNAL-FILE.
       01  HOLD-AUDIT-REC.
           COPY HOLD-AUDIT-REC.
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
           77  LOCK-RESOURCE       PIC X(12)  VALUE "HOLD".
           77  LOCK-PROGRAM        PIC X(16)  VALUE "HOLD-MAINT".
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
           77  HOLD-STATUS         PIC XX     VALUE "00".
           77  HOLD-EOF-SW         PIC X      VALUE "N".
               88 HOLD-E-O-F                  VALUE "Y".
           77  STUDENT-STATUS      PIC XX     VALUE "00".
           77  STUDENT-OPEN-SW     PIC X      VALUE "N".
               88 STUDENT-MASTER-OPEN         VALUE "Y".
           77  DONE-SWITCH         PIC X      VALUE "N".
               88 MAINT-DONE                  VALUE "Y".
           77  MENU-CHOICE         PIC 9      VALUE ZERO.
           77  KEY-STUDENT-ID      PIC X(9)   VALUE SPACES.
           77  KEY-TYPE            PIC X(4)   VALUE SPACES.
           77  NEW-REASON          PIC X(30)  VALUE SPACES.
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
           77  ACTIVE-COUNT        PIC 9(6)   VALUE ZERO.
           77  RUN-DATE            PIC 9(8)   VALUE ZERO.
           77  RUN-DATE-ED         PIC 9999/99/99.
           77  JOURNAL-STATUS      PIC XX     VALUE "00".
           77  TIME-NOW            PIC 9(8)   VALUE ZERO.
           77  AUDIT-ACTION-WK     PIC X(7)   VALUE SPACES.
           77  AUDIT-BEFORE-WK     PIC X(67)  VALUE SPACES.
           77  AUDIT-AFTER-WK      PIC X(67)  VALUE SPACES.
           77  PLACED-ED           PIC 9999/99/99.
           77  RELEASED-ED         PIC X(10)  VALUE SPACES.
           77  DATE-ED             PIC 9999/99/99.


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
           PERFORM 010-OPEN-HOLD-MASTER.
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
           CLOSE HOLD-FILE.
           IF STUDENT-MASTER-OPEN
               CLOSE STUDENT-FILE
           END-IF.
           PERFORM 925-FREE-BATCH-LOCK.
           STOP RUN.

      ******************************************************************
      * The student master checks that a hold names a real student.
      * Absent on a fresh install, the check is waved through with a
      * warning, as AWARD-MAINT does.
      ******************************************************************
       010-OPEN-HOLD-MASTER.
           OPEN I-O HOLD-FILE.
           IF HOLD-STATUS IS EQUAL TO "35"
               DISPLAY "HOLD-MASTER.DAT not found - starting empty."
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           IF HOLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "HOLD-MASTER.DAT could not be opened - "
                   "STATUS: " HOLD-STATUS
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 16
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS IS EQUAL TO "00"
               SET STUDENT-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "HOLD-MAINT: STUDENT-MASTER.DAT could not be "
                   "opened (STATUS: " STUDENT-STATUS ") - holds will "
                   "not be checked against the student master."
           END-IF.

       020-MAINT-LOOP.
           DISPLAY " ".
           DISPLAY "1=PLACE  2=RELEASE  3=DELETE  4=LIST  5=QUIT".
           DISPLAY "Enter choice: ".
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN 1 PERFORM 030-PLACE-HOLD
               WHEN 2 PERFORM 040-RELEASE-HOLD
               WHEN 3 PERFORM 050-DELETE-HOLD
               WHEN 4 PERFORM 060-LIST-RECORDS
               WHEN 5 SET MAINT-DONE TO TRUE
               WHEN OTHER DISPLAY "Invalid choice - please re-enter."
           END-EVALUATE.

       030-PLACE-HOLD.
           PERFORM 070-ACCEPT-KEY.
           DISPLAY "Reason: ".
           ACCEPT NEW-REASON.
           PERFORM 130-APPLY-PLACE.
           IF REJECT-REASON IS EQUAL TO SPACES
               DISPLAY "Hold placed."
           ELSE
               DISPLAY "Not placed - " REJECT-REASON
           END-IF.

       040-RELEASE-HOLD.
           PERFORM 070-ACCEPT-KEY.
           MOVE SPACES TO REJECT-REASON.
           PERFORM 140-APPLY-RELEASE.
           IF REJECT-REASON IS EQUAL TO SPACES
               DISPLAY "Hold released as of " RUN-DATE-ED "."
           ELSE
               DISPLAY "Not released - " REJECT-REASON
           END-IF.

       050-DELETE-HOLD.
           PERFORM 070-ACCEPT-KEY.
           MOVE SPACES TO REJECT-REASON.
           PERFORM 150-APPLY-DELETE.
           IF REJECT-REASON IS EQUAL TO SPACES
               DISPLAY "Hold deleted."
           ELSE
               DISPLAY "Not deleted - " REJECT-REASON
           END-IF.

       060-LIST-RECORDS.
           DISPLAY " ".
           DISPLAY "STUDENT   TYPE REASON                         "
               "PLACED     RELEASED   BY".
           MOVE ZERO TO LIST-COUNT.
           MOVE ZERO TO ACTIVE-COUNT.
           MOVE "N" TO HOLD-EOF-SW.
           MOVE LOW-VALUES TO HD-KEY.
           START HOLD-FILE KEY IS NOT LESS THAN HD-KEY
               INVALID KEY SET HOLD-E-O-F TO TRUE
           END-START.
           PERFORM 061-LIST-NEXT-RECORD UNTIL HOLD-E-O-F.
           DISPLAY LIST-COUNT " holds on file, " ACTIVE-COUNT
               " active.".

       061-LIST-NEXT-RECORD.
           READ HOLD-FILE NEXT RECORD
               AT END SET HOLD-E-O-F TO TRUE
               NOT AT END
                   ADD 1 TO LIST-COUNT
                   MOVE HD-PLACED-DATE TO PLACED-ED
                   IF HD-ACTIVE
                       ADD 1 TO ACTIVE-COUNT
                       MOVE "(ACTIVE)" TO RELEASED-ED
                   ELSE
                       MOVE HD-RELEASED-DATE TO DATE-ED
                       MOVE DATE-ED TO RELEASED-ED
                   END-IF
                   DISPLAY HD-STUDENT-ID " " HD-TYPE " " HD-REASON
                       " " PLACED-ED " " RELEASED-ED " " HD-PLACED-BY
           END-READ.

       070-ACCEPT-KEY.
           DISPLAY "Student ID: ".
           ACCEPT KEY-STUDENT-ID.
           DISPLAY "Hold type (PROB/FIN/REG/ADV/DISC): ".
           ACCEPT KEY-TYPE.

      ******************************************************************
      * Field and master edits for a placement, menu or batch.  The
      * first failure wins; REJECT-REASON comes back spaces when the
      * hold is good - the same contract AWARD-MAINT's edits keep.
      ******************************************************************
       075-EDIT-HOLD.
           MOVE SPACES TO REJECT-REASON.
           IF KEY-STUDENT-ID IS EQUAL TO SPACES OR
              KEY-TYPE IS EQUAL TO SPACES
               MOVE "STUDENT OR HOLD TYPE IS BLANK" TO REJECT-REASON
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
               MOVE KEY-TYPE TO HD-TYPE
               IF NOT HD-VALID-TYPE
                   MOVE "HOLD TYPE NOT PROB/FIN/REG/ADV/DISC"
                       TO REJECT-REASON
               END-IF
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES AND
              NEW-REASON IS EQUAL TO SPACES
               MOVE "HOLD REASON IS BLANK" TO REJECT-REASON
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
           MOVE KEY-STUDENT-ID TO HD-STUDENT-ID.
           MOVE KEY-TYPE TO HD-TYPE.
           READ HOLD-FILE RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY SET RECORD-FOUND TO TRUE
           END-READ.

       100-APPLY-TRANSACTIONS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS NOT EQUAL TO "00"
               DISPLAY "HOLD-TRANS.TXT could not be opened - "
                   "STATUS: " TRANS-STATUS
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 16
           END-IF.
           OPEN OUTPUT MAINT-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "HOLD MASTER MAINTENANCE - BATCH RUN: " RUN-DATE-ED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACT STUDENT   TYPE  DISPOSITION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "--- --------- ----  -----------" TO REPORT-LINE.
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
           DISPLAY "Batch hold maintenance complete - "
               TRANS-APPLIED-COUNT " applied, "
               TRANS-REJECT-COUNT " rejected.".

       110-READ-TRANS-RECORD.
           READ TRANS-FILE AT END SET TRANS-E-O-F TO TRUE.

       120-PROCESS-TRANS.
           ADD 1 TO TRANS-READ-COUNT.
           MOVE SPACES TO REJECT-REASON.
           MOVE HDTRN-STUDENT-ID TO KEY-STUDENT-ID.
           MOVE HDTRN-TYPE TO KEY-TYPE.
           MOVE HDTRN-REASON TO NEW-REASON.
           EVALUATE TRUE
               WHEN HDTRANS-PLACE   PERFORM 130-APPLY-PLACE
               WHEN HDTRANS-RELEASE PERFORM 140-APPLY-RELEASE
               WHEN HDTRANS-DELETE  PERFORM 150-APPLY-DELETE
               WHEN OTHER
                   MOVE "ACTION CODE NOT P/R/D" TO REJECT-REASON
           END-EVALUATE.
           PERFORM 170-WRITE-DISPOSITION.
           PERFORM 110-READ-TRANS-RECORD.

      ******************************************************************
      * A placement over a released hold of the same type reopens it
      * as of today; over an active one it is refused, so a second
      * placement cannot quietly restart the first one's date.
      ******************************************************************
       130-APPLY-PLACE.
           PERFORM 075-EDIT-HOLD.
           IF REJECT-REASON IS EQUAL TO SPACES
               PERFORM 080-FIND-RECORD
               IF RECORD-FOUND
                   IF HD-ACTIVE
                       MOVE "HOLD OF THAT TYPE ALREADY ACTIVE"
                           TO REJECT-REASON
                   ELSE
                       MOVE HOLD-RECORD TO AUDIT-BEFORE-WK
                       PERFORM 160-MOVE-NEW-FIELDS
                       REWRITE HOLD-RECORD
                           INVALID KEY
                               MOVE "REWRITE FAILED" TO REJECT-REASON
                           NOT INVALID KEY
                               MOVE "REOPEN" TO AUDIT-ACTION-WK
                               MOVE HOLD-RECORD TO AUDIT-AFTER-WK
                               PERFORM 190-WRITE-AUDIT-ENTRY
                       END-REWRITE
                   END-IF
               ELSE
                   PERFORM 160-MOVE-NEW-FIELDS
                   WRITE HOLD-RECORD
                       INVALID KEY
                           MOVE "HOLD ALREADY ON MASTER"
                               TO REJECT-REASON
                       NOT INVALID KEY
                           MOVE "PLACE" TO AUDIT-ACTION-WK
                           MOVE SPACES TO AUDIT-BEFORE-WK
                           MOVE HOLD-RECORD TO AUDIT-AFTER-WK
                           PERFORM 190-WRITE-AUDIT-ENTRY
                   END-WRITE
               END-IF
           END-IF.

       140-APPLY-RELEASE.
           PERFORM 080-FIND-RECORD.
           IF RECORD-FOUND
               IF HD-ACTIVE
                   MOVE HOLD-RECORD TO AUDIT-BEFORE-WK
                   MOVE RUN-DATE TO HD-RELEASED-DATE
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO REJECT-REASON
                       NOT INVALID KEY
                           MOVE "RELEASE" TO AUDIT-ACTION-WK
                           MOVE HOLD-RECORD TO AUDIT-AFTER-WK
                           PERFORM 190-WRITE-AUDIT-ENTRY
                   END-REWRITE
               ELSE
                   MOVE "HOLD ALREADY RELEASED" TO REJECT-REASON
               END-IF
           ELSE
               MOVE "NO MATCHING HOLD ON MASTER" TO REJECT-REASON
           END-IF.

       150-APPLY-DELETE.
           PERFORM 080-FIND-RECORD.
           IF RECORD-FOUND
               MOVE "DELETE" TO AUDIT-ACTION-WK
               MOVE HOLD-RECORD TO AUDIT-BEFORE-WK
               MOVE SPACES TO AUDIT-AFTER-WK
               DELETE HOLD-FILE
                   INVALID KEY
                       MOVE "DELETE FAILED" TO REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 190-WRITE-AUDIT-ENTRY
               END-DELETE
           ELSE
               MOVE "NO MATCHING HOLD ON MASTER" TO REJECT-REASON
           END-IF.

       160-MOVE-NEW-FIELDS.
           MOVE KEY-STUDENT-ID TO HD-STUDENT-ID.
           MOVE KEY-TYPE TO HD-TYPE.
           MOVE NEW-REASON TO HD-REASON.
           MOVE RUN-DATE TO HD-PLACED-DATE.
           MOVE ZERO TO HD-RELEASED-DATE.
           MOVE "HOLDMNT" TO HD-PLACED-BY.

       170-WRITE-DISPOSITION.
           MOVE SPACES TO REPORT-LINE.
           IF REJECT-REASON IS EQUAL TO SPACES
               ADD 1 TO TRANS-APPLIED-COUNT
               STRING HDTRN-ACTION "   " HDTRN-STUDENT-ID " "
                   HDTRN-TYPE "  APPLIED"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO TRANS-REJECT-COUNT
               STRING HDTRN-ACTION "   " HDTRN-STUDENT-ID " "
                   HDTRN-TYPE "  REJECTED - " REJECT-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       190-WRITE-AUDIT-ENTRY.
           MOVE SPACES TO HOLD-AUDIT-REC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-NOW FROM TIME.
           MOVE RUN-DATE TO HDAUD-DATE.
           MOVE TIME-NOW (1:6) TO HDAUD-TIME.
           MOVE AUDIT-ACTION-WK TO HDAUD-ACTION.
           MOVE AUDIT-BEFORE-WK TO HDAUD-BEFORE.
           MOVE AUDIT-AFTER-WK TO HDAUD-AFTER.
           WRITE HOLD-AUDIT-REC.

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

       END PROGRAM HOLD-MAINT.
