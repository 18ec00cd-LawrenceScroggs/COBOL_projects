      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: Maintenance of the indexed college/department to
      * general-ledger account map (GL-MAP.DAT, GL-MAP-REC) that
      * GL-JOURNAL posts the night's tuition through.  Each row names
      * the receivable account a department's billed tuition is
      * debited to and the revenue accounts its in-state and
      * out-of-state tuition are credited to; a row with a blank
      * department is the college's default.  Runs the same two ways
      * AWARD-MAINT does: a menu at a terminal, or an unattended batch
      * mode ("BATCH" on the command line) applying pending
      * transactions from GL-MAP-TRANS.TXT (GL-MAP-TRANS-REC) with an
      * applied/rejected report to GL-MAP-MAINT-REPORT.TXT.  Every
      * change applied is journaled to GL-MAP-JOURNAL.TXT
      * (GL-MAP-AUDIT-REC).
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut, modeled on AWARD-MAINT.
      * 10/15/26 LS - Takes the shared batch lock (BATCH-LOCK.TXT) on
      *   the GL-MAP resource before opening anything, and refuses -
      *   naming the holder - when it or the nightly chain already
      *   holds it.  Lock events go to BATCH-RUN-LOG.TXT.
      * 10/15/26 LS - A menu delete clears the reject reason first; a
      *   delete after a rejected add or update was reported as "Not
      *   deleted" with the old reason though the row was gone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAP-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE ASSIGN TO "GL-MAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-KEY
               FILE STATUS IS MAP-STATUS.
           SELECT TRANS-FILE ASSIGN TO "GL-MAP-TRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT MAINT-REPORT ASSIGN TO "GL-MAP-MAINT-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "GL-MAP-JOURNAL.TXT"
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
       FD  MAP-FILE.
       01  MAP-RECORD.
           COPY GL-MAP-REC.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           COPY GL-MAP-TRANS-REC.
       FD  MAINT-REPORT.
       01  REPORT-LINE         PIC X(132).
       FD  JOURNAL-FILE.
       01  GL-MAP-AUDIT-REC.
           COPY GL-MAP-AUDIT-REC.
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
           77  LOCK-RESOURCE       PIC X(12)  VALUE "GL-MAP".
           77  LOCK-PROGRAM        PIC X(16)  VALUE "GLMAP-MAINT".
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
           77  MAP-STATUS          PIC XX     VALUE "00".
           77  MAP-EOF-SW          PIC X      VALUE "N".
               88 MAP-E-O-F                   VALUE "Y".
           77  DONE-SWITCH         PIC X      VALUE "N".
               88 MAINT-DONE                  VALUE "Y".
           77  MENU-CHOICE         PIC 9      VALUE ZERO.
           77  KEY-COLLEGE         PIC X(24)  VALUE SPACES.
           77  KEY-DEPT            PIC X(25)  VALUE SPACES.
           77  NEW-RECV-ACCOUNT    PIC X(12)  VALUE SPACES.
           77  NEW-REV-IN-ACCOUNT  PIC X(12)  VALUE SPACES.
           77  NEW-REV-OUT-ACCOUNT PIC X(12)  VALUE SPACES.
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
           77  AUDIT-BEFORE-WK     PIC X(85)  VALUE SPACES.
           77  AUDIT-AFTER-WK      PIC X(85)  VALUE SPACES.


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
           PERFORM 010-OPEN-MAP.
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
           CLOSE MAP-FILE.
           PERFORM 925-FREE-BATCH-LOCK.
           STOP RUN.

       010-OPEN-MAP.
           OPEN I-O MAP-FILE.
           IF MAP-STATUS IS EQUAL TO "35"
               DISPLAY "GL-MAP.DAT not found - starting empty."
               OPEN OUTPUT MAP-FILE
               CLOSE MAP-FILE
               OPEN I-O MAP-FILE
           END-IF.
           IF MAP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "GL-MAP.DAT could not be opened - "
                   "STATUS: " MAP-STATUS
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 16
           END-IF.

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
           PERFORM 130-APPLY-ADD.
           IF REJECT-REASON IS EQUAL TO SPACES
               DISPLAY "Account mapping added."
           ELSE
               DISPLAY "Not added - " REJECT-REASON
           END-IF.

       031-ACCEPT-DATA-FIELDS.
           DISPLAY "Receivable account: ".
           ACCEPT NEW-RECV-ACCOUNT.
           DISPLAY "In-state tuition revenue account: ".
           ACCEPT NEW-REV-IN-ACCOUNT.
           DISPLAY "Out-of-state tuition revenue account: ".
           ACCEPT NEW-REV-OUT-ACCOUNT.

       040-UPDATE-RECORD.
           PERFORM 070-ACCEPT-KEY.
           PERFORM 080-FIND-RECORD.
           IF RECORD-FOUND
               DISPLAY "Now: " GLM-RECV-ACCOUNT " "
                   GLM-REV-IN-ACCOUNT " " GLM-REV-OUT-ACCOUNT
               PERFORM 031-ACCEPT-DATA-FIELDS
               PERFORM 140-APPLY-UPDATE
               IF REJECT-REASON IS EQUAL TO SPACES
                   DISPLAY "Account mapping updated."
               ELSE
                   DISPLAY "Not updated - " REJECT-REASON
               END-IF
           ELSE
               DISPLAY "No mapping found for that college and "
                   "department."
           END-IF.

       050-DELETE-RECORD.
           PERFORM 070-ACCEPT-KEY.
           MOVE SPACES TO REJECT-REASON.
           PERFORM 150-APPLY-DELETE.
           IF REJECT-REASON IS EQUAL TO SPACES
               DISPLAY "Account mapping deleted."
           ELSE
               DISPLAY "Not deleted - " REJECT-REASON
           END-IF.

       060-LIST-RECORDS.
           DISPLAY " ".
           DISPLAY "COLLEGE                  DEPARTMENT               "
               "  RECEIVABLE   REV IN-ST    REV OUT-ST".
           MOVE ZERO TO LIST-COUNT.
           MOVE "N" TO MAP-EOF-SW.
           MOVE LOW-VALUES TO GLM-KEY.
           START MAP-FILE KEY IS NOT LESS THAN GLM-KEY
               INVALID KEY SET MAP-E-O-F TO TRUE
           END-START.
           PERFORM 061-LIST-NEXT-RECORD UNTIL MAP-E-O-F.
           DISPLAY LIST-COUNT " account mappings on file.".

       061-LIST-NEXT-RECORD.
           READ MAP-FILE NEXT RECORD
               AT END SET MAP-E-O-F TO TRUE
               NOT AT END
                   ADD 1 TO LIST-COUNT
                   DISPLAY GLM-COLLEGE " " GLM-DEPT " "
                       GLM-RECV-ACCOUNT " " GLM-REV-IN-ACCOUNT " "
                       GLM-REV-OUT-ACCOUNT
           END-READ.

       070-ACCEPT-KEY.
           DISPLAY "College: ".
           ACCEPT KEY-COLLEGE.
           DISPLAY "Department (blank = college default): ".
           ACCEPT KEY-DEPT.

      ******************************************************************
      * Field edits for an add or update, menu or batch.  The first
      * failure wins; REJECT-REASON comes back spaces when the row is
      * good - the same contract AWARD-MAINT's edits keep.
      ******************************************************************
       075-EDIT-MAPPING.
           MOVE SPACES TO REJECT-REASON.
           IF KEY-COLLEGE IS EQUAL TO SPACES
               MOVE "COLLEGE IS BLANK" TO REJECT-REASON
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES AND
              NEW-RECV-ACCOUNT IS EQUAL TO SPACES
               MOVE "RECEIVABLE ACCOUNT IS BLANK" TO REJECT-REASON
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES AND
              (NEW-REV-IN-ACCOUNT IS EQUAL TO SPACES OR
               NEW-REV-OUT-ACCOUNT IS EQUAL TO SPACES)
               MOVE "REVENUE ACCOUNT IS BLANK" TO REJECT-REASON
           END-IF.

       080-FIND-RECORD.
           MOVE "N" TO FOUND-SWITCH.
           MOVE KEY-COLLEGE TO GLM-COLLEGE.
           MOVE KEY-DEPT TO GLM-DEPT.
           READ MAP-FILE RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY SET RECORD-FOUND TO TRUE
           END-READ.

       100-APPLY-TRANSACTIONS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS IS NOT EQUAL TO "00"
               DISPLAY "GL-MAP-TRANS.TXT could not be opened - "
                   "STATUS: " TRANS-STATUS
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 16
           END-IF.
           OPEN OUTPUT MAINT-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "GL ACCOUNT MAP MAINTENANCE - BATCH RUN: "
               RUN-DATE-ED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACT COLLEGE                  DEPARTMENT               "
               TO REPORT-LINE.
           MOVE "  DISPOSITION" TO REPORT-LINE (55:13).
           WRITE REPORT-LINE.
           MOVE "--- ------------------------ -------------------------"
               TO REPORT-LINE.
           MOVE "  -----------" TO REPORT-LINE (55:13).
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
           DISPLAY "Batch GL account map maintenance complete - "
               TRANS-APPLIED-COUNT " applied, "
               TRANS-REJECT-COUNT " rejected.".

       110-READ-TRANS-RECORD.
           READ TRANS-FILE AT END SET TRANS-E-O-F TO TRUE.

       120-PROCESS-TRANS.
           ADD 1 TO TRANS-READ-COUNT.
           MOVE SPACES TO REJECT-REASON.
           MOVE GLTRN-COLLEGE TO KEY-COLLEGE.
           MOVE GLTRN-DEPT TO KEY-DEPT.
           MOVE GLTRN-RECV-ACCOUNT TO NEW-RECV-ACCOUNT.
           MOVE GLTRN-REV-IN-ACCOUNT TO NEW-REV-IN-ACCOUNT.
           MOVE GLTRN-REV-OUT-ACCOUNT TO NEW-REV-OUT-ACCOUNT.
           EVALUATE TRUE
               WHEN GLTRANS-ADD    PERFORM 130-APPLY-ADD
               WHEN GLTRANS-UPDATE PERFORM 140-APPLY-UPDATE
               WHEN GLTRANS-DELETE PERFORM 150-APPLY-DELETE
               WHEN OTHER
                   MOVE "ACTION CODE NOT A/U/D" TO REJECT-REASON
           END-EVALUATE.
           PERFORM 170-WRITE-DISPOSITION.
           PERFORM 110-READ-TRANS-RECORD.

       130-APPLY-ADD.
           PERFORM 075-EDIT-MAPPING.
           IF REJECT-REASON IS EQUAL TO SPACES
               PERFORM 160-MOVE-NEW-FIELDS
               WRITE MAP-RECORD
                   INVALID KEY
                       MOVE "MAPPING ALREADY ON FILE" TO REJECT-REASON
                   NOT INVALID KEY
                       MOVE "ADD" TO AUDIT-ACTION-WK
                       MOVE SPACES TO AUDIT-BEFORE-WK
                       MOVE MAP-RECORD TO AUDIT-AFTER-WK
                       PERFORM 190-WRITE-AUDIT-ENTRY
               END-WRITE
           END-IF.

       140-APPLY-UPDATE.
           PERFORM 080-FIND-RECORD.
           IF RECORD-FOUND
               MOVE MAP-RECORD TO AUDIT-BEFORE-WK
               PERFORM 075-EDIT-MAPPING
               IF REJECT-REASON IS EQUAL TO SPACES
                   PERFORM 160-MOVE-NEW-FIELDS
                   REWRITE MAP-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO REJECT-REASON
                       NOT INVALID KEY
                           MOVE "UPDATE" TO AUDIT-ACTION-WK
                           MOVE MAP-RECORD TO AUDIT-AFTER-WK
                           PERFORM 190-WRITE-AUDIT-ENTRY
                   END-REWRITE
               END-IF
           ELSE
               MOVE "NO MATCHING MAPPING ON FILE" TO REJECT-REASON
           END-IF.

       150-APPLY-DELETE.
           PERFORM 080-FIND-RECORD.
           IF RECORD-FOUND
               MOVE "DELETE" TO AUDIT-ACTION-WK
               MOVE MAP-RECORD TO AUDIT-BEFORE-WK
               MOVE SPACES TO AUDIT-AFTER-WK
               DELETE MAP-FILE
                   INVALID KEY
                       MOVE "DELETE FAILED" TO REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 190-WRITE-AUDIT-ENTRY
               END-DELETE
           ELSE
               MOVE "NO MATCHING MAPPING ON FILE" TO REJECT-REASON
           END-IF.

       160-MOVE-NEW-FIELDS.
           MOVE KEY-COLLEGE TO GLM-COLLEGE.
           MOVE KEY-DEPT TO GLM-DEPT.
           MOVE NEW-RECV-ACCOUNT TO GLM-RECV-ACCOUNT.
           MOVE NEW-REV-IN-ACCOUNT TO GLM-REV-IN-ACCOUNT.
           MOVE NEW-REV-OUT-ACCOUNT TO GLM-REV-OUT-ACCOUNT.

       170-WRITE-DISPOSITION.
           MOVE SPACES TO REPORT-LINE.
           IF REJECT-REASON IS EQUAL TO SPACES
               ADD 1 TO TRANS-APPLIED-COUNT
               STRING GLTRN-ACTION "   " GLTRN-COLLEGE " "
                   GLTRN-DEPT "  APPLIED"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO TRANS-REJECT-COUNT
               STRING GLTRN-ACTION "   " GLTRN-COLLEGE " "
                   GLTRN-DEPT "  REJECTED - " REJECT-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       190-WRITE-AUDIT-ENTRY.
           MOVE SPACES TO GL-MAP-AUDIT-REC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-NOW FROM TIME.
           MOVE RUN-DATE TO GLAUD-DATE.
           MOVE TIME-NOW (1:6) TO GLAUD-TIME.
           MOVE AUDIT-ACTION-WK TO GLAUD-ACTION.
           MOVE AUDIT-BEFORE-WK TO GLAUD-BEFORE.
           MOVE AUDIT-AFTER-WK TO GLAUD-AFTER.
           WRITE GL-MAP-AUDIT-REC.

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

       END PROGRAM GLMAP-MAINT.
