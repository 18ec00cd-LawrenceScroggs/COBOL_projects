      ******************************************************************
      * Author: Lawrence Scroggs
      * Date: 10/15/26
      * Purpose: Student ID merge.  Admissions and the registrar both
      * create students, and a student keyed twice ends up with
      * enrollment, grades, and GPA history split across two IDs -
      * two bills, two transcripts, two half-GPAs.  Given the losing
      * ID and the surviving ID,
      *     STUDENT-MERGE 100000123 100000456
      * this moves everything the losing ID carries to the surviving
      * one and takes the losing ID off the student master:
      *   - ENROLL-MASTER.DAT rows are re-keyed to the surviving ID.  A
      *     course the surviving ID is already enrolled in is a
      *     conflict and the losing row stays where it is; a row in
      *     a term closed on TERM-STATUS.TXT is refused and stays -
      *     the closed term's certified statement must not move.
      *   - GRADE-MASTER.DAT grades are re-keyed the same way (a
      *     course already graded under the surviving ID is a
      *     conflict), so TRANSCRIPT prints one history.
      *   - AR-LEDGER.DAT accounts are re-keyed to the surviving ID;
      *     a term the surviving ID already has an account for gets
      *     the losing account's charges, payments, and adjustments
      *     added in, and the losing account is deleted.
      *   - AWARD-MASTER.DAT awards and HOLD-MASTER.DAT holds are
      *     re-keyed the same way; an award code or hold type the
      *     surviving ID already carries is a conflict and the
      *     losing row stays.  Ledger accounts and awards in a closed
      *     term stay with the enrollment they belong to.
      *   - WAITLIST.TXT entries under the losing ID are re-keyed to
      *     the surviving ID in their place in line; a section the
      *     surviving ID is already waiting for or enrolled in is a
      *     conflict and the losing entry is dropped.
      *   - GPA-HISTORY.TXT rows, kept by name, are renamed to the
      *     surviving student's name: the rows carrying the losing ID
      *     always, and those carrying the losing name when no other
      *     student on the master has that name.
      *   - The losing student is deleted from STUDENT-MASTER.DAT and
      *     the merge journaled to STUDENT-JOURNAL.TXT (action MERGE,
      *     the losing record before, the surviving record after) -
      *     but only once nothing is left under the losing ID.  Rows
      *     left behind keep the student on the master and the run
      *     returns 4; clear the conflicts and run the merge again.
      * Every row touched or left is listed on MERGE-REPORT.TXT.
      * Tectonics: cobc
      ******************************************************************
      * Mods:
      * 10/15/26 LS - First cut.
      * 10/15/26 LS - Takes the shared batch lock (BATCH-LOCK.TXT) on
      *   STUDENT and then ENROLLMENT before opening anything, and
      *   refuses - naming the holder - when either is already held.
      *   Lock events go to BATCH-RUN-LOG.TXT.
      * 10/15/26 LS - Enrollment is the indexed ENROLL-MASTER.DAT now.
      *   The losing ID's rows are found through the master's
      *   alternate key on the student ID instead of a pass over the
      *   whole file, and each is re-keyed in place - written under
      *   the surviving ID, then deleted - the way the grades move;
      *   the unique key turns away a course the surviving ID already
      *   holds.  The whole-file rewrite through STUDENT-MERGE.tmp is
      *   gone for enrollment (GPA history still uses it).
      * 10/15/26 LS - The losing ID's receivables accounts, awards,
      *   and registration holds move too (AR-LEDGER.DAT,
      *   AWARD-MASTER.DAT, HOLD-MASTER.DAT), written under the
      *   surviving ID and then deleted, the way the grades move.  Two
      *   accounts for one term are combined.  Also takes the AWARD
      *   and HOLD locks, since those masters are moved under their
      *   maintenance programs' feet otherwise.
      * 10/15/26 LS - Takes the GRADE lock as well: GPA-CALCULATOR
      *   posts to the grade master and appends GPA-HISTORY.TXT, both
      *   of which a merge re-keys or rewrites whole.
      * 10/15/26 LS - The losing ID's WAITLIST.TXT entries move to the
      *   surviving ID, keeping their place in line, under the
      *   ENROLLMENT lock already held.  Left alone they outlived the
      *   student and ENROLL-MAINT seated them as orphan rows.  An
      *   entry for a section the surviving ID already waits for or
      *   holds is dropped as a conflict.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-MERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-KEY
               FILE STATUS IS STUDENT-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "ENROLL-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EK-KEY
               ALTERNATE RECORD KEY IS EK-STUDENT-ID WITH DUPLICATES
               FILE STATUS IS ENROLL-STATUS.
           SELECT KEEP-FILE ASSIGN TO "STUDENT-MERGE.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEEP-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITLIST-STATUS.
           SELECT GRADE-MASTER ASSIGN TO "GRADE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS GRADE-MASTER-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "AR-LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS LEDGER-STATUS.
           SELECT AWARD-FILE ASSIGN TO "AWARD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS AWARD-STATUS.
           SELECT HOLD-FILE ASSIGN TO "HOLD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS HOLD-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "GPA-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT TERM-STATUS-FILE ASSIGN TO "TERM-STATUS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-STATUS-STAT.
           SELECT JOURNAL-FILE ASSIGN TO "STUDENT-JOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT MERGE-REPORT ASSIGN TO "MERGE-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "BATCH-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.
           SELECT RUN-LOG ASSIGN TO "BATCH-RUN-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  STUDENT-REC.
           COPY STUDENT-RECORD.
       FD  ENROLL-FILE.
       01  ENROLL-MASTER-REC.
           COPY ENROLL-MASTER-REC.
       FD  KEEP-FILE.
       01  KEEP-RECORD         PIC X(53).
       FD  WAITLIST-FILE.
       01  WAITLIST-REC.
           COPY WAITLIST-REC.
       FD  GRADE-MASTER.
       01  GRADE-MASTER-REC.
           COPY GRADE-MASTER-REC.
       FD  LEDGER-FILE.
       01  AR-LEDGER-REC.
           COPY AR-LEDGER-REC.
       FD  AWARD-FILE.
       01  AWARD-REC.
           COPY AWARD-REC.
       FD  HOLD-FILE.
       01  HOLD-REC.
           COPY HOLD-REC.
       FD  HISTORY-FILE.
       01  HISTORY-LINE        PIC X(38).
       FD  TERM-STATUS-FILE.
       01  TERM-STATUS-REC.
           COPY TERM-STATUS-REC.
       FD  JOURNAL-FILE.
       01  STUDENT-AUDIT-REC.
           COPY STUDENT-AUDIT-REC.
       FD  MERGE-REPORT.
       01  REPORT-LINE         PIC X(100).
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
           77  LOCK-RESOURCE       PIC X(12)  VALUE "STUDENT".
           77  LOCK-PROGRAM        PIC X(16)  VALUE "STUDENT-MERGE".
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
           77  STUDENT-STATUS      PIC XX     VALUE "00".
           77  ENROLL-STATUS       PIC XX     VALUE "00".
           77  KEEP-STATUS         PIC XX     VALUE "00".
           77  WAITLIST-STATUS     PIC XX     VALUE "00".
           77  GRADE-MASTER-STATUS PIC XX     VALUE "00".
           77  LEDGER-STATUS       PIC XX     VALUE "00".
           77  AWARD-STATUS        PIC XX     VALUE "00".
           77  HOLD-STATUS         PIC XX     VALUE "00".
           77  HISTORY-STATUS      PIC XX     VALUE "00".
           77  TERM-STATUS-STAT    PIC XX     VALUE "00".
           77  JOURNAL-STATUS      PIC XX     VALUE "00".
           77  ENROLL-EOF-SW       PIC X      VALUE "N".
               88 ENROLL-E-O-F                VALUE "Y".
           77  KEEP-EOF-SW         PIC X      VALUE "N".
               88 KEEP-E-O-F                  VALUE "Y".
           77  WAIT-EOF-SW         PIC X      VALUE "N".
               88 WAIT-E-O-F                  VALUE "Y".
           77  WAIT-OVERFLOW-SW    PIC X      VALUE "N".
               88 WAITLIST-OVERFLOW           VALUE "Y".
           77  WAIT-CONFLICT-SW    PIC X      VALUE "N".
               88 WAIT-CONFLICT               VALUE "Y".
           77  GRADE-EOF-SW        PIC X      VALUE "N".
               88 GRADE-E-O-F                 VALUE "Y".
           77  LEDGER-EOF-SW       PIC X      VALUE "N".
               88 LEDGER-E-O-F                VALUE "Y".
           77  AWARD-EOF-SW        PIC X      VALUE "N".
               88 AWARD-E-O-F                 VALUE "Y".
           77  HOLD-EOF-SW         PIC X      VALUE "N".
               88 HOLD-E-O-F                  VALUE "Y".
           77  HISTORY-EOF-SW      PIC X      VALUE "N".
               88 HISTORY-E-O-F               VALUE "Y".
           77  STUDENT-EOF-SW      PIC X      VALUE "N".
               88 STUDENT-E-O-F               VALUE "Y".
           77  TERM-EOF-SW         PIC X      VALUE "N".
               88 TERM-E-O-F                  VALUE "Y".
           77  NAME-UNIQUE-SW      PIC X      VALUE "N".
               88 LOSING-NAME-UNIQUE          VALUE "Y".
           77  TERM-CLOSED-SW      PIC X      VALUE "N".
               88 TERM-IS-CLOSED              VALUE "Y".
           77  MERGE-ARGS          PIC X(40)  VALUE SPACES.
           77  LOSING-ID           PIC X(9)   VALUE SPACES.
           77  SURVIVING-ID        PIC X(9)   VALUE SPACES.
           77  LOSING-IMAGE        PIC X(56)  VALUE SPACES.
           77  SURVIVING-IMAGE     PIC X(56)  VALUE SPACES.
           77  LOSING-NAME         PIC X(20)  VALUE SPACES.
           77  SURVIVING-NAME      PIC X(20)  VALUE SPACES.
           77  CHECK-TERM          PIC X(6)   VALUE SPACES.
           77  TERM-COUNT          PIC 99     VALUE ZERO.
           77  TERM-SUB            PIC 99     VALUE ZERO.
           77  LOSE-COUNT          PIC 9(4)   VALUE ZERO.
           77  LOSE-SUB            PIC 9(4)   VALUE ZERO.
           77  WAIT-COUNT          PIC 9(4)   VALUE ZERO.
           77  WAIT-SUB            PIC 9(4)   VALUE ZERO.
           77  WAIT-SCAN-SUB       PIC 9(4)   VALUE ZERO.
           77  WAIT-LOSING         PIC 9(5)   VALUE ZERO.
           77  SAVE-GM-KEY         PIC X(32)  VALUE SPACES.
           77  GRADE-IMAGE         PIC X(49)  VALUE SPACES.
           77  ENROLL-IMAGE        PIC X(47)  VALUE SPACES.
           77  SAVE-AL-KEY         PIC X(15)  VALUE SPACES.
           77  SAVE-AW-KEY         PIC X(21)  VALUE SPACES.
           77  SAVE-HD-KEY         PIC X(13)  VALUE SPACES.
           77  AWARD-IMAGE         PIC X(62)  VALUE SPACES.
           77  HOLD-IMAGE          PIC X(67)  VALUE SPACES.
           77  NAME-MATCHES        PIC 9(4)   VALUE ZERO.
           77  DISPOSITION         PIC X(45)  VALUE SPACES.
           77  RUN-DATE            PIC 9(8)   VALUE ZERO.
           77  RUN-DATE-ED         PIC 9999/99/99.
           77  TIME-NOW            PIC 9(8)   VALUE ZERO.
           77  RETURN-CD           PIC 99     VALUE ZERO.
           77  ENROLL-READ         PIC 9(7)   VALUE ZERO.
           77  ENROLL-MOVED        PIC 9(5)   VALUE ZERO.
           77  ENROLL-CONFLICTS    PIC 9(5)   VALUE ZERO.
           77  ENROLL-CLOSED       PIC 9(5)   VALUE ZERO.
           77  WAITLIST-MOVED      PIC 9(5)   VALUE ZERO.
           77  WAITLIST-CONFLICTS  PIC 9(5)   VALUE ZERO.
           77  GRADES-MOVED        PIC 9(5)   VALUE ZERO.
           77  GRADE-CONFLICTS     PIC 9(5)   VALUE ZERO.
           77  LEDGER-MOVED        PIC 9(5)   VALUE ZERO.
           77  LEDGER-COMBINED     PIC 9(5)   VALUE ZERO.
           77  LEDGER-CLOSED       PIC 9(5)   VALUE ZERO.
           77  AWARDS-MOVED        PIC 9(5)   VALUE ZERO.
           77  AWARD-CONFLICTS     PIC 9(5)   VALUE ZERO.
           77  AWARD-CLOSED        PIC 9(5)   VALUE ZERO.
           77  HOLDS-MOVED         PIC 9(5)   VALUE ZERO.
           77  HOLD-CONFLICTS      PIC 9(5)   VALUE ZERO.
           77  HISTORY-RENAMED     PIC 9(5)   VALUE ZERO.
           77  ROWS-LEFT           PIC 9(5)   VALUE ZERO.

      ******************************************************************
      * The history row laid over its layout.
      ******************************************************************
           01  HISTORY-WK.
               03  HW-NAME             PIC X(20).
               03  FILLER              PIC X(18).

      ******************************************************************
      * The losing ID's ledger account, held while the surviving ID's
      * account for the same term is read and added to.
      ******************************************************************
           01  LOSING-ACCOUNT.
               03  LA-KEY              PIC X(15).
               03  LA-CHARGES          PIC 9(8)V99.
               03  LA-PAYMENTS         PIC 9(8)V99.
               03  LA-DEBIT-ADJ        PIC 9(8)V99.
               03  LA-CREDIT-ADJ       PIC 9(8)V99.
               03  LA-FIRST-BILLED     PIC 9(8).
               03  LA-LAST-BILLED      PIC 9(8).
               03  LA-LAST-PAYMENT     PIC 9(8).

           01  TERM-TABLE.
               03  TERM-ENTRY OCCURS 20 TIMES.
                   05  TM-TERM         PIC X(6).
                   05  TM-STATUS       PIC X.

      ******************************************************************
      * The losing ID's own courses - one student's schedule across
      * the terms on file, so a small table does.
      ******************************************************************
           01  LOSE-TABLE.
               03  LOSE-ENTRY OCCURS 500 TIMES.
                   05  LS-EMAIL        PIC X(16).
                   05  LS-PREFIX       PIC 9.
                   05  LS-TERM         PIC X(6).

      ******************************************************************
      * WAITLIST.TXT in arrival order, each entry carried whole and
      * written back as read except for the student ID; the switch
      * marks an entry dropped as a conflict.
      ******************************************************************
           01  WAIT-TABLE.
               03  WAIT-ENTRY OCCURS 5000 TIMES.
                   05  WT-EMAIL        PIC X(16).
                   05  WT-PREFIX       PIC 9.
                   05  WT-TERM         PIC X(6).
                   05  FILLER          PIC X.
                   05  WT-STUDENT-ID   PIC X(9).
                   05  FILLER          PIC X(22).
                   05  WT-DROP-SW      PIC X.
                       88 WT-DROPPED              VALUE "Y".

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
       010-MAIN.
           PERFORM 020-INITIALIZE.
           PERFORM 030-SCAN-ENROLLMENT.
           PERFORM 040-MOVE-ENROLLMENT.
           PERFORM 047-MOVE-WAITLIST.
           PERFORM 050-MOVE-GRADES.
           PERFORM 055-MOVE-LEDGER.
           PERFORM 056-MOVE-AWARDS.
           PERFORM 058-MOVE-HOLDS.
           PERFORM 060-RENAME-HISTORY.
           PERFORM 070-RETIRE-LOSING-ID.
           PERFORM 090-WRAP-UP.

       020-INITIALIZE.
           ACCEPT MERGE-ARGS FROM COMMAND-LINE.
           UNSTRING MERGE-ARGS DELIMITED BY ALL " "
               INTO LOSING-ID SURVIVING-ID.
           IF LOSING-ID IS EQUAL TO SPACES OR
              SURVIVING-ID IS EQUAL TO SPACES OR
              LOSING-ID IS EQUAL TO SURVIVING-ID
               DISPLAY "STUDENT-MERGE: give the losing ID and then "
                   "the surviving ID, e.g. STUDENT-MERGE 100000123 "
                   "100000456"
               STOP RUN RETURNING 16
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-ED.
           PERFORM 900-TAKE-BATCH-LOCK.
           IF LOCK-REFUSED
               STOP RUN RETURNING 8
           END-IF.
           MOVE "ENROLLMENT" TO LOCK-RESOURCE.
           PERFORM 900-TAKE-BATCH-LOCK.
           IF LOCK-REFUSED
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 8
           END-IF.
           MOVE "AWARD" TO LOCK-RESOURCE.
           PERFORM 900-TAKE-BATCH-LOCK.
           IF LOCK-REFUSED
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 8
           END-IF.
           MOVE "HOLD" TO LOCK-RESOURCE.
           PERFORM 900-TAKE-BATCH-LOCK.
           IF LOCK-REFUSED
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 8
           END-IF.
           MOVE "GRADE" TO LOCK-RESOURCE.
           PERFORM 900-TAKE-BATCH-LOCK.
           IF LOCK-REFUSED
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 8
           END-IF.
           OPEN I-O STUDENT-FILE.
           IF STUDENT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "STUDENT-MERGE: STUDENT-MASTER.DAT could not "
                   "be opened - STATUS: " STUDENT-STATUS
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE SURVIVING-ID TO STU-ID.
           READ STUDENT-FILE RECORD
               INVALID KEY
                   DISPLAY "STUDENT-MERGE: surviving ID " SURVIVING-ID
                       " is not on the student master - no merge."
                   CLOSE STUDENT-FILE
                   PERFORM 925-FREE-BATCH-LOCK
                   STOP RUN RETURNING 8
           END-READ.
           MOVE STUDENT-REC TO SURVIVING-IMAGE.
           MOVE STU-NAME TO SURVIVING-NAME.
           MOVE LOSING-ID TO STU-ID.
           READ STUDENT-FILE RECORD
               INVALID KEY
                   DISPLAY "STUDENT-MERGE: losing ID " LOSING-ID
                       " is not on the student master - no merge."
                   CLOSE STUDENT-FILE
                   PERFORM 925-FREE-BATCH-LOCK
                   STOP RUN RETURNING 8
           END-READ.
           MOVE STUDENT-REC TO LOSING-IMAGE.
           MOVE STU-NAME TO LOSING-NAME.
           PERFORM 022-LOAD-TERM-STATUS.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           OPEN OUTPUT MERGE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "STUDENT ID MERGE - " LOSING-ID " INTO "
               SURVIVING-ID " - RUN: " RUN-DATE-ED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  LOSING:    " LOSING-ID " " LOSING-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  SURVIVING: " SURVIVING-ID " " SURVIVING-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FILE    EMAIL            P TERM    DISPOSITION"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "------  ---------------- - ------  -----------"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      * A term with no row on the control file is open; the file
      * itself is optional (a fresh install has never closed a term).
      ******************************************************************
       022-LOAD-TERM-STATUS.
           OPEN INPUT TERM-STATUS-FILE.
           IF TERM-STATUS-STAT IS EQUAL TO "00"
               PERFORM 023-READ-TERM-RECORD
               PERFORM 024-STORE-TERM-RECORD UNTIL TERM-E-O-F
               CLOSE TERM-STATUS-FILE
           END-IF.

       023-READ-TERM-RECORD.
           READ TERM-STATUS-FILE AT END SET TERM-E-O-F TO TRUE.

       024-STORE-TERM-RECORD.
           IF TERM-COUNT IS LESS THAN 20
               ADD 1 TO TERM-COUNT
               MOVE TS-TERM TO TM-TERM (TERM-COUNT)
               MOVE TS-STATUS TO TM-STATUS (TERM-COUNT)
           END-IF.
           PERFORM 023-READ-TERM-RECORD.

       025-CHECK-TERM-OPEN.
           MOVE "N" TO TERM-CLOSED-SW.
           PERFORM 026-TEST-TERM-ROW
               VARYING TERM-SUB FROM 1 BY 1
               UNTIL TERM-SUB IS GREATER THAN TERM-COUNT.

       026-TEST-TERM-ROW.
           IF TM-TERM (TERM-SUB) IS EQUAL TO CHECK-TERM AND
              TM-STATUS (TERM-SUB) IS EQUAL TO "C"
               SET TERM-IS-CLOSED TO TRUE.

      ******************************************************************
      * First pass: the alternate key on the student ID brings up the
      * losing ID's rows together.  Their course keys are noted
      * before any is moved - re-keying a row loses the browse
      * position, and with duplicates on the student key there is no
      * key to restart just past a row that had to stay behind.
      ******************************************************************
       030-SCAN-ENROLLMENT.
           OPEN I-O ENROLL-FILE.
           IF ENROLL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "STUDENT-MERGE: ENROLL-MASTER.DAT could not be "
                   "opened - STATUS: " ENROLL-STATUS
               PERFORM 925-FREE-BATCH-LOCK
               STOP RUN RETURNING 16
           END-IF.
           MOVE LOSING-ID TO EK-STUDENT-ID.
           START ENROLL-FILE KEY IS EQUAL TO EK-STUDENT-ID
               INVALID KEY SET ENROLL-E-O-F TO TRUE
           END-START.
           PERFORM 032-NOTE-LOSING-ROW UNTIL ENROLL-E-O-F.

       032-NOTE-LOSING-ROW.
           READ ENROLL-FILE NEXT RECORD
               AT END SET ENROLL-E-O-F TO TRUE
           END-READ.
           IF NOT ENROLL-E-O-F AND
              EK-STUDENT-ID IS NOT EQUAL TO LOSING-ID
               SET ENROLL-E-O-F TO TRUE
           END-IF.
           IF NOT ENROLL-E-O-F
               ADD 1 TO ENROLL-READ
               IF LOSE-COUNT IS LESS THAN 500
                   ADD 1 TO LOSE-COUNT
                   MOVE EK-EMAIL TO LS-EMAIL (LOSE-COUNT)
                   MOVE EK-COURSE-PREFIX TO LS-PREFIX (LOSE-COUNT)
                   MOVE EK-TERM TO LS-TERM (LOSE-COUNT)
               ELSE
                   DISPLAY "STUDENT-MERGE: losing ID has more than "
                       "500 enrollment rows - no merge."
                   PERFORM 925-FREE-BATCH-LOCK
                   STOP RUN RETURNING 16
               END-IF
           END-IF.

      ******************************************************************
      * Second pass: each noted row is read by its full key and, unless
      * its term is closed, written under the surviving ID and the
      * old row deleted.  A course the surviving ID already holds
      * bounces off the WRITE as a conflict and the row stays.
      ******************************************************************
       040-MOVE-ENROLLMENT.
           PERFORM 044-MERGE-ENROLL-ROW
               VARYING LOSE-SUB FROM 1 BY 1
               UNTIL LOSE-SUB IS GREATER THAN LOSE-COUNT.
           CLOSE ENROLL-FILE.

       044-MERGE-ENROLL-ROW.
           MOVE LS-EMAIL (LOSE-SUB) TO EK-EMAIL.
           MOVE LS-PREFIX (LOSE-SUB) TO EK-COURSE-PREFIX.
           MOVE LS-TERM (LOSE-SUB) TO EK-TERM.
           MOVE LOSING-ID TO EK-STUDENT-ID.
           READ ENROLL-FILE RECORD
               INVALID KEY
                   ADD 1 TO ROWS-LEFT
                   MOVE "NOT MOVED - ROW COULD NOT BE REREAD"
                       TO DISPOSITION
               NOT INVALID KEY
                   PERFORM 045-REKEY-ENROLL-ROW
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENROLL  " LS-EMAIL (LOSE-SUB) " "
               LS-PREFIX (LOSE-SUB) " " LS-TERM (LOSE-SUB) "  "
               DISPOSITION
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       045-REKEY-ENROLL-ROW.
           MOVE EK-TERM TO CHECK-TERM.
           PERFORM 025-CHECK-TERM-OPEN.
           IF TERM-IS-CLOSED
               ADD 1 TO ENROLL-CLOSED
               ADD 1 TO ROWS-LEFT
               MOVE "REFUSED - TERM IS CLOSED" TO DISPOSITION
           ELSE
               MOVE ENROLL-MASTER-REC TO ENROLL-IMAGE
               MOVE SURVIVING-ID TO EK-STUDENT-ID
               WRITE ENROLL-MASTER-REC
                   INVALID KEY
                       ADD 1 TO ENROLL-CONFLICTS
                       ADD 1 TO ROWS-LEFT
                       MOVE "CONFLICT - SURVIVING ID ALREADY ENROLLED"
                           TO DISPOSITION
                   NOT INVALID KEY
                       MOVE ENROLL-IMAGE TO ENROLL-MASTER-REC
                       DELETE ENROLL-FILE
                           INVALID KEY
                               ADD 1 TO ROWS-LEFT
                               MOVE "COPIED - OLD ROW NOT DELETED"
                                   TO DISPOSITION
                           NOT INVALID KEY
                               ADD 1 TO ENROLL-MOVED
                               MOVE "MOVED" TO DISPOSITION
                       END-DELETE
               END-WRITE
           END-IF.

      ******************************************************************
      * The waitlist is a small text file kept in arrival order, so
      * it is loaded whole, the losing ID's entries re-keyed in their
      * place in line, and the file written back.  An entry for a
      * section the surviving ID is already waiting for, or holds an
      * active enrollment row in, is a conflict: the surviving ID
      * keeps its own place and the losing entry is dropped, since a
      * student cannot wait twice or wait for a seat already taken.
      * A file too big for the table is left as it is and its losing
      * entries keep the losing ID on the master.
      ******************************************************************
       047-MOVE-WAITLIST.
           OPEN INPUT WAITLIST-FILE.
           IF WAITLIST-STATUS IS EQUAL TO "00"
               PERFORM 047A-READ-WAIT-RECORD
               PERFORM 047B-STORE-WAIT-RECORD UNTIL WAIT-E-O-F
               CLOSE WAITLIST-FILE
               IF WAIT-LOSING IS GREATER THAN ZERO
                   PERFORM 047C-REKEY-WAITLIST
               END-IF
           END-IF.

       047A-READ-WAIT-RECORD.
           READ WAITLIST-FILE AT END SET WAIT-E-O-F TO TRUE.

       047B-STORE-WAIT-RECORD.
           IF WL-STUDENT-ID IS EQUAL TO LOSING-ID
               ADD 1 TO WAIT-LOSING
           END-IF.
           IF WAIT-COUNT IS LESS THAN 5000
               ADD 1 TO WAIT-COUNT
               MOVE WAITLIST-REC TO WAIT-ENTRY (WAIT-COUNT)
               MOVE "N" TO WT-DROP-SW (WAIT-COUNT)
           ELSE
               SET WAITLIST-OVERFLOW TO TRUE
           END-IF.
           PERFORM 047A-READ-WAIT-RECORD.

       047C-REKEY-WAITLIST.
           MOVE SPACES TO REPORT-LINE.
           IF WAITLIST-OVERFLOW
               ADD WAIT-LOSING TO ROWS-LEFT
               STRING "WAIT    WAITLIST.TXT OVER 5000 ENTRIES - "
                   "NOTHING MOVED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               OPEN INPUT ENROLL-FILE
               IF ENROLL-STATUS IS EQUAL TO "00"
                   PERFORM 047D-MERGE-WAIT-ENTRY
                       VARYING WAIT-SUB FROM 1 BY 1
                       UNTIL WAIT-SUB IS GREATER THAN WAIT-COUNT
                   CLOSE ENROLL-FILE
                   PERFORM 047F-SAVE-WAITLIST
               ELSE
                   ADD WAIT-LOSING TO ROWS-LEFT
                   STRING "WAIT    ENROLL-MASTER.DAT NOT REOPENED "
                       "(STATUS " ENROLL-STATUS ") - NOTHING MOVED"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       047D-MERGE-WAIT-ENTRY.
           IF WT-STUDENT-ID (WAIT-SUB) IS EQUAL TO LOSING-ID
               MOVE "N" TO WAIT-CONFLICT-SW
               PERFORM 047E-TEST-SURVIVOR-WAITING
                   VARYING WAIT-SCAN-SUB FROM 1 BY 1
                   UNTIL WAIT-SCAN-SUB IS GREATER THAN WAIT-COUNT
               IF WAIT-CONFLICT
                   MOVE "CONFLICT - SURVIVING ID WAITING - DROPPED"
                       TO DISPOSITION
               ELSE
                   MOVE WT-EMAIL (WAIT-SUB) TO EK-EMAIL
                   MOVE WT-PREFIX (WAIT-SUB) TO EK-COURSE-PREFIX
                   MOVE WT-TERM (WAIT-SUB) TO EK-TERM
                   MOVE SURVIVING-ID TO EK-STUDENT-ID
                   READ ENROLL-FILE RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF NOT EK-DROPPED
                               SET WAIT-CONFLICT TO TRUE
                               MOVE "CONFLICT - SURVIVING ID ENROLLED "
                                   & "- DROPPED" TO DISPOSITION
                           END-IF
                   END-READ
               END-IF
               IF WAIT-CONFLICT
                   SET WT-DROPPED (WAIT-SUB) TO TRUE
                   ADD 1 TO WAITLIST-CONFLICTS
               ELSE
                   MOVE SURVIVING-ID TO WT-STUDENT-ID (WAIT-SUB)
                   ADD 1 TO WAITLIST-MOVED
                   MOVE "MOVED" TO DISPOSITION
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "WAIT    " WT-EMAIL (WAIT-SUB) " "
                   WT-PREFIX (WAIT-SUB) " " WT-TERM (WAIT-SUB) "  "
                   DISPOSITION
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       047E-TEST-SURVIVOR-WAITING.
           IF WT-STUDENT-ID (WAIT-SCAN-SUB) IS EQUAL TO SURVIVING-ID
              AND NOT WT-DROPPED (WAIT-SCAN-SUB)
              AND WT-EMAIL (WAIT-SCAN-SUB) IS EQUAL TO
                  WT-EMAIL (WAIT-SUB)
              AND WT-PREFIX (WAIT-SCAN-SUB) IS EQUAL TO
                  WT-PREFIX (WAIT-SUB)
              AND WT-TERM (WAIT-SCAN-SUB) IS EQUAL TO
                  WT-TERM (WAIT-SUB)
               SET WAIT-CONFLICT TO TRUE.

      ******************************************************************
      * A waitlist that cannot be written back leaves every losing
      * entry where it was, so the losing ID stays on the master.
      ******************************************************************
       047F-SAVE-WAITLIST.
           OPEN OUTPUT WAITLIST-FILE.
           IF WAITLIST-STATUS IS EQUAL TO "00"
               PERFORM 047G-WRITE-WAIT-RECORD
                   VARYING WAIT-SUB FROM 1 BY 1
                   UNTIL WAIT-SUB IS GREATER THAN WAIT-COUNT
               CLOSE WAITLIST-FILE
           ELSE
               ADD WAIT-LOSING TO ROWS-LEFT
               MOVE ZERO TO WAITLIST-MOVED
               MOVE ZERO TO WAITLIST-CONFLICTS
               MOVE SPACES TO REPORT-LINE
               STRING "WAIT    WAITLIST.TXT NOT REWRITTEN (STATUS "
                   WAITLIST-STATUS ") - NOTHING MOVED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       047G-WRITE-WAIT-RECORD.
           IF NOT WT-DROPPED (WAIT-SUB)
               MOVE WAIT-ENTRY (WAIT-SUB) TO WAITLIST-REC
               WRITE WAITLIST-REC
           END-IF.

      ******************************************************************
      * The grade master leads with the student ID, so the losing
      * ID's grades are one run of keys.  Writing the re-keyed grade
      * and deleting the old one both move the file's position, so
      * the browse is restarted just past the key it was on.
      ******************************************************************
       050-MOVE-GRADES.
           OPEN I-O GRADE-MASTER.
           IF GRADE-MASTER-STATUS IS EQUAL TO "00"
               MOVE LOW-VALUES TO GM-KEY
               MOVE LOSING-ID TO GM-STUDENT-ID
               START GRADE-MASTER KEY IS NOT LESS THAN GM-KEY
                   INVALID KEY SET GRADE-E-O-F TO TRUE
               END-START
               PERFORM 052-MOVE-NEXT-GRADE UNTIL GRADE-E-O-F
               CLOSE GRADE-MASTER
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "GRADE   GRADE-MASTER.DAT NOT OPENED (STATUS "
                   GRADE-MASTER-STATUS ") - NO GRADES MOVED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       052-MOVE-NEXT-GRADE.
           READ GRADE-MASTER NEXT RECORD
               AT END SET GRADE-E-O-F TO TRUE.
           IF NOT GRADE-E-O-F
               IF GM-STUDENT-ID IS EQUAL TO LOSING-ID
                   PERFORM 054-MERGE-GRADE
               ELSE
                   SET GRADE-E-O-F TO TRUE
               END-IF
           END-IF.

       054-MERGE-GRADE.
           MOVE GM-KEY TO SAVE-GM-KEY.
           MOVE GRADE-MASTER-REC TO GRADE-IMAGE.
           MOVE SURVIVING-ID TO GM-STUDENT-ID.
           WRITE GRADE-MASTER-REC
               INVALID KEY
                   ADD 1 TO GRADE-CONFLICTS
                   ADD 1 TO ROWS-LEFT
                   MOVE "CONFLICT - SURVIVING ID ALREADY GRADED"
                       TO DISPOSITION
               NOT INVALID KEY
                   MOVE SAVE-GM-KEY TO GM-KEY
                   DELETE GRADE-MASTER
                       INVALID KEY
                           ADD 1 TO ROWS-LEFT
                           MOVE "COPIED - OLD GRADE NOT DELETED"
                               TO DISPOSITION
                       NOT INVALID KEY
                           ADD 1 TO GRADES-MOVED
                           MOVE "MOVED" TO DISPOSITION
                   END-DELETE
           END-WRITE.
           MOVE GRADE-IMAGE TO GRADE-MASTER-REC.
           MOVE SPACES TO REPORT-LINE.
           STRING "GRADE   " GM-EMAIL " " GM-COURSE-PREFIX " "
               GM-TERM "  " DISPOSITION
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SAVE-GM-KEY TO GM-KEY.
           START GRADE-MASTER KEY IS GREATER THAN GM-KEY
               INVALID KEY SET GRADE-E-O-F TO TRUE
           END-START.

      ******************************************************************
      * The ledger leads with the student ID too, one account per
      * term.  A term the surviving ID already has an account for
      * bounces off the WRITE; that account is read and the losing
      * one's charges, payments, and adjustments added in (tonight's
      * AR-POST replaces the charges with the register's total for
      * the merged enrollment anyway), the earlier first-billed and
      * the later last-billed and last-payment dates kept.  A closed
      * term's account stays with the closed term's enrollment.
      ******************************************************************
       055-MOVE-LEDGER.
           OPEN I-O LEDGER-FILE.
           IF LEDGER-STATUS IS EQUAL TO "00"
               MOVE LOSING-ID TO AL-STUDENT-ID
               MOVE LOW-VALUES TO AL-TERM
               START LEDGER-FILE KEY IS NOT LESS THAN AL-KEY
                   INVALID KEY SET LEDGER-E-O-F TO TRUE
               END-START
               PERFORM 055A-MOVE-NEXT-ACCOUNT UNTIL LEDGER-E-O-F
               CLOSE LEDGER-FILE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "LEDGER  AR-LEDGER.DAT NOT OPENED (STATUS "
                   LEDGER-STATUS ") - NO ACCOUNTS MOVED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       055A-MOVE-NEXT-ACCOUNT.
           READ LEDGER-FILE NEXT RECORD
               AT END SET LEDGER-E-O-F TO TRUE.
           IF NOT LEDGER-E-O-F
               IF AL-STUDENT-ID IS EQUAL TO LOSING-ID
                   PERFORM 055B-MERGE-ACCOUNT
               ELSE
                   SET LEDGER-E-O-F TO TRUE
               END-IF
           END-IF.

       055B-MERGE-ACCOUNT.
           MOVE AL-KEY TO SAVE-AL-KEY.
           MOVE AR-LEDGER-REC TO LOSING-ACCOUNT.
           MOVE AL-TERM TO CHECK-TERM.
           PERFORM 025-CHECK-TERM-OPEN.
           IF TERM-IS-CLOSED
               ADD 1 TO LEDGER-CLOSED
               ADD 1 TO ROWS-LEFT
               MOVE "REFUSED - TERM IS CLOSED" TO DISPOSITION
           ELSE
               MOVE SURVIVING-ID TO AL-STUDENT-ID
               WRITE AR-LEDGER-REC
                   INVALID KEY
                       PERFORM 055C-COMBINE-ACCOUNT
                   NOT INVALID KEY
                       MOVE "MOVED" TO DISPOSITION
                       PERFORM 055D-DELETE-LOSING-ACCOUNT
               END-WRITE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "LEDGER  " LOSING-ID "          " LA-KEY (10:6) "  "
               DISPOSITION
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SAVE-AL-KEY TO AL-KEY.
           START LEDGER-FILE KEY IS GREATER THAN AL-KEY
               INVALID KEY SET LEDGER-E-O-F TO TRUE
           END-START.

       055C-COMBINE-ACCOUNT.
           READ LEDGER-FILE RECORD
               INVALID KEY
                   ADD 1 TO ROWS-LEFT
                   MOVE "NOT MOVED - SURVIVING ACCOUNT UNREADABLE"
                       TO DISPOSITION
               NOT INVALID KEY
                   ADD LA-CHARGES TO AL-CHARGES
                   ADD LA-PAYMENTS TO AL-PAYMENTS
                   ADD LA-DEBIT-ADJ TO AL-DEBIT-ADJ
                   ADD LA-CREDIT-ADJ TO AL-CREDIT-ADJ
                   IF LA-FIRST-BILLED IS GREATER THAN ZERO AND
                      (AL-FIRST-BILLED IS EQUAL TO ZERO OR
                       LA-FIRST-BILLED IS LESS THAN AL-FIRST-BILLED)
                       MOVE LA-FIRST-BILLED TO AL-FIRST-BILLED
                   END-IF
                   IF LA-LAST-BILLED IS GREATER THAN AL-LAST-BILLED
                       MOVE LA-LAST-BILLED TO AL-LAST-BILLED
                   END-IF
                   IF LA-LAST-PAYMENT IS GREATER THAN AL-LAST-PAYMENT
                       MOVE LA-LAST-PAYMENT TO AL-LAST-PAYMENT
                   END-IF
                   REWRITE AR-LEDGER-REC
                       INVALID KEY
                           ADD 1 TO ROWS-LEFT
                           MOVE "NOT MOVED - SURVIVING ACCOUNT NOT "
                               & "UPDATED" TO DISPOSITION
                       NOT INVALID KEY
                           MOVE "COMBINED WITH SURVIVING ID'S ACCOUNT"
                               TO DISPOSITION
                           PERFORM 055D-DELETE-LOSING-ACCOUNT
                   END-REWRITE
           END-READ.

       055D-DELETE-LOSING-ACCOUNT.
           MOVE SAVE-AL-KEY TO AL-KEY.
           DELETE LEDGER-FILE
               INVALID KEY
                   ADD 1 TO ROWS-LEFT
                   MOVE "COPIED - OLD ACCOUNT NOT DELETED"
                       TO DISPOSITION
               NOT INVALID KEY
                   IF DISPOSITION IS EQUAL TO "MOVED"
                       ADD 1 TO LEDGER-MOVED
                   ELSE
                       ADD 1 TO LEDGER-COMBINED
                   END-IF
           END-DELETE.

      ******************************************************************
      * Awards lead with the student ID as well; an award code the
      * surviving ID already has for the term is a conflict, and an
      * award in a closed term stays with that term's bill.
      ******************************************************************
       056-MOVE-AWARDS.
           OPEN I-O AWARD-FILE.
           IF AWARD-STATUS IS EQUAL TO "00"
               MOVE LOW-VALUES TO AW-KEY
               MOVE LOSING-ID TO AW-STUDENT-ID
               START AWARD-FILE KEY IS NOT LESS THAN AW-KEY
                   INVALID KEY SET AWARD-E-O-F TO TRUE
               END-START
               PERFORM 056A-MOVE-NEXT-AWARD UNTIL AWARD-E-O-F
               CLOSE AWARD-FILE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "AWARD   AWARD-MASTER.DAT NOT OPENED (STATUS "
                   AWARD-STATUS ") - NO AWARDS MOVED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       056A-MOVE-NEXT-AWARD.
           READ AWARD-FILE NEXT RECORD
               AT END SET AWARD-E-O-F TO TRUE.
           IF NOT AWARD-E-O-F
               IF AW-STUDENT-ID IS EQUAL TO LOSING-ID
                   PERFORM 056B-MERGE-AWARD
               ELSE
                   SET AWARD-E-O-F TO TRUE
               END-IF
           END-IF.

       056B-MERGE-AWARD.
           MOVE AW-KEY TO SAVE-AW-KEY.
           MOVE AWARD-REC TO AWARD-IMAGE.
           MOVE AW-TERM TO CHECK-TERM.
           PERFORM 025-CHECK-TERM-OPEN.
           IF TERM-IS-CLOSED
               ADD 1 TO AWARD-CLOSED
               ADD 1 TO ROWS-LEFT
               MOVE "REFUSED - TERM IS CLOSED" TO DISPOSITION
           ELSE
               MOVE SURVIVING-ID TO AW-STUDENT-ID
               WRITE AWARD-REC
                   INVALID KEY
                       ADD 1 TO AWARD-CONFLICTS
                       ADD 1 TO ROWS-LEFT
                       MOVE "CONFLICT - SURVIVING ID HAS THIS AWARD"
                           TO DISPOSITION
                   NOT INVALID KEY
                       MOVE SAVE-AW-KEY TO AW-KEY
                       DELETE AWARD-FILE
                           INVALID KEY
                               ADD 1 TO ROWS-LEFT
                               MOVE "COPIED - OLD AWARD NOT DELETED"
                                   TO DISPOSITION
                           NOT INVALID KEY
                               ADD 1 TO AWARDS-MOVED
                               MOVE "MOVED" TO DISPOSITION
                       END-DELETE
               END-WRITE
           END-IF.
           MOVE AWARD-IMAGE TO AWARD-REC.
           MOVE SPACES TO REPORT-LINE.
           STRING "AWARD   " AW-CODE "             " AW-TERM "  "
               DISPOSITION
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SAVE-AW-KEY TO AW-KEY.
           START AWARD-FILE KEY IS GREATER THAN AW-KEY
               INVALID KEY SET AWARD-E-O-F TO TRUE
           END-START.

      ******************************************************************
      * Holds carry no term.  A hold type the surviving ID already
      * carries - active or released - is a conflict; the registrar
      * decides which history to keep, so the losing hold stays.
      ******************************************************************
       058-MOVE-HOLDS.
           OPEN I-O HOLD-FILE.
           IF HOLD-STATUS IS EQUAL TO "00"
               MOVE LOW-VALUES TO HD-KEY
               MOVE LOSING-ID TO HD-STUDENT-ID
               START HOLD-FILE KEY IS NOT LESS THAN HD-KEY
                   INVALID KEY SET HOLD-E-O-F TO TRUE
               END-START
               PERFORM 058A-MOVE-NEXT-HOLD UNTIL HOLD-E-O-F
               CLOSE HOLD-FILE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "HOLD    HOLD-MASTER.DAT NOT OPENED (STATUS "
                   HOLD-STATUS ") - NO HOLDS MOVED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       058A-MOVE-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END SET HOLD-E-O-F TO TRUE.
           IF NOT HOLD-E-O-F
               IF HD-STUDENT-ID IS EQUAL TO LOSING-ID
                   PERFORM 058B-MERGE-HOLD
               ELSE
                   SET HOLD-E-O-F TO TRUE
               END-IF
           END-IF.

       058B-MERGE-HOLD.
           MOVE HD-KEY TO SAVE-HD-KEY.
           MOVE HOLD-REC TO HOLD-IMAGE.
           MOVE SURVIVING-ID TO HD-STUDENT-ID.
           WRITE HOLD-REC
               INVALID KEY
                   ADD 1 TO HOLD-CONFLICTS
                   ADD 1 TO ROWS-LEFT
                   MOVE "CONFLICT - SURVIVING ID HAS THIS HOLD TYPE"
                       TO DISPOSITION
               NOT INVALID KEY
                   MOVE SAVE-HD-KEY TO HD-KEY
                   DELETE HOLD-FILE
                       INVALID KEY
                           ADD 1 TO ROWS-LEFT
                           MOVE "COPIED - OLD HOLD NOT DELETED"
                               TO DISPOSITION
                       NOT INVALID KEY
                           ADD 1 TO HOLDS-MOVED
                           MOVE "MOVED" TO DISPOSITION
                   END-DELETE
           END-WRITE.
           MOVE HOLD-IMAGE TO HOLD-REC.
           MOVE SPACES TO REPORT-LINE.
           STRING "HOLD    " HD-TYPE "                       "
               DISPOSITION
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SAVE-HD-KEY TO HD-KEY.
           START HOLD-FILE KEY IS GREATER THAN HD-KEY
               INVALID KEY SET HOLD-E-O-F TO TRUE
           END-START.

      ******************************************************************
      * GPA history is kept by name (the ID where the master had no
      * name).  A losing name shared with another student on the
      * master cannot be told apart, so only the ID rows move then.
      ******************************************************************
       060-RENAME-HISTORY.
           IF LOSING-NAME IS EQUAL TO SURVIVING-NAME
               MOVE "N" TO NAME-UNIQUE-SW
           ELSE
               PERFORM 062-COUNT-NAME-HOLDERS
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS IS EQUAL TO "00"
               OPEN OUTPUT KEEP-FILE
               PERFORM 065-READ-HISTORY
               PERFORM 066-COPY-HISTORY-ROW UNTIL HISTORY-E-O-F
               CLOSE HISTORY-FILE
               CLOSE KEEP-FILE
               IF HISTORY-RENAMED IS GREATER THAN ZERO
                   PERFORM 068-REWRITE-HISTORY
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           IF LOSING-NAME IS NOT EQUAL TO SURVIVING-NAME AND
              NOT LOSING-NAME-UNIQUE
               STRING "HISTORY " LOSING-NAME
                   "  NAME ALSO HELD BY ANOTHER STUDENT - ID ROWS ONLY"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
           END-IF.
           STRING "HISTORY GPA-HISTORY.TXT ROWS RENAMED TO "
               SURVIVING-NAME ": " HISTORY-RENAMED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       062-COUNT-NAME-HOLDERS.
           MOVE ZERO TO NAME-MATCHES.
           MOVE "N" TO STUDENT-EOF-SW.
           MOVE LOW-VALUES TO STU-KEY.
           START STUDENT-FILE KEY IS NOT LESS THAN STU-KEY
               INVALID KEY SET STUDENT-E-O-F TO TRUE
           END-START.
           PERFORM 063-TEST-NEXT-STUDENT UNTIL STUDENT-E-O-F.
           IF NAME-MATCHES IS EQUAL TO ZERO
               SET LOSING-NAME-UNIQUE TO TRUE
           END-IF.

       063-TEST-NEXT-STUDENT.
           READ STUDENT-FILE NEXT RECORD
               AT END SET STUDENT-E-O-F TO TRUE.
           IF NOT STUDENT-E-O-F
               IF STU-NAME IS EQUAL TO LOSING-NAME AND
                  STU-ID IS NOT EQUAL TO LOSING-ID
                   ADD 1 TO NAME-MATCHES
               END-IF
           END-IF.

       065-READ-HISTORY.
           READ HISTORY-FILE INTO HISTORY-WK
               AT END SET HISTORY-E-O-F TO TRUE.

       066-COPY-HISTORY-ROW.
           IF HW-NAME IS EQUAL TO LOSING-ID OR
              (LOSING-NAME-UNIQUE AND HW-NAME IS EQUAL TO LOSING-NAME)
               MOVE SURVIVING-NAME TO HW-NAME
               ADD 1 TO HISTORY-RENAMED
           END-IF.
           MOVE HISTORY-WK TO KEEP-RECORD.
           WRITE KEEP-RECORD.
           PERFORM 065-READ-HISTORY.

       067-READ-KEEP-RECORD.
           READ KEEP-FILE AT END SET KEEP-E-O-F TO TRUE.

       068-REWRITE-HISTORY.
           MOVE "N" TO KEEP-EOF-SW.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT HISTORY-FILE.
           PERFORM 067-READ-KEEP-RECORD.
           PERFORM 069-COPY-KEPT-HISTORY UNTIL KEEP-E-O-F.
           CLOSE KEEP-FILE.
           CLOSE HISTORY-FILE.

       069-COPY-KEPT-HISTORY.
           MOVE KEEP-RECORD TO HISTORY-LINE.
           WRITE HISTORY-LINE.
           PERFORM 067-READ-KEEP-RECORD.

      ******************************************************************
      * The losing ID leaves the master only when nothing is left
      * under it; the journal shows which record it was folded into.
      ******************************************************************
       070-RETIRE-LOSING-ID.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF ROWS-LEFT IS GREATER THAN ZERO
               STRING "*** " ROWS-LEFT " ROWS LEFT UNDER " LOSING-ID
                   " - LOSING ID KEPT ON THE STUDENT MASTER ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE 4 TO RETURN-CD
           ELSE
               MOVE LOSING-ID TO STU-ID
               DELETE STUDENT-FILE
                   INVALID KEY
                       STRING "*** DELETE OF " LOSING-ID
                           " FAILED - STATUS " STUDENT-STATUS " ***"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       MOVE 8 TO RETURN-CD
                   NOT INVALID KEY
                       PERFORM 075-WRITE-JOURNAL-ENTRY
                       STRING "LOSING ID " LOSING-ID
                           " DELETED FROM THE STUDENT MASTER"
                           DELIMITED BY SIZE INTO REPORT-LINE
               END-DELETE
           END-IF.
           WRITE REPORT-LINE.

       075-WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO STUDENT-AUDIT-REC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-NOW FROM TIME.
           MOVE RUN-DATE TO SAUD-DATE.
           MOVE TIME-NOW (1:6) TO SAUD-TIME.
           MOVE "MERGE" TO SAUD-ACTION.
           MOVE LOSING-IMAGE TO SAUD-BEFORE.
           MOVE SURVIVING-IMAGE TO SAUD-AFTER.
           WRITE STUDENT-AUDIT-REC.

       090-WRAP-UP.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENROLLMENTS MOVED: " ENROLL-MOVED
               "  CONFLICTS: " ENROLL-CONFLICTS
               "  CLOSED-TERM REFUSED: " ENROLL-CLOSED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "GRADES MOVED: " GRADES-MOVED
               "  CONFLICTS: " GRADE-CONFLICTS
               "  HISTORY ROWS RENAMED: " HISTORY-RENAMED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "WAITLIST ENTRIES MOVED: " WAITLIST-MOVED
               "  CONFLICTS DROPPED: " WAITLIST-CONFLICTS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LEDGER ACCOUNTS MOVED: " LEDGER-MOVED
               "  COMBINED: " LEDGER-COMBINED
               "  CLOSED-TERM REFUSED: " LEDGER-CLOSED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "AWARDS MOVED: " AWARDS-MOVED
               "  CONFLICTS: " AWARD-CONFLICTS
               "  CLOSED-TERM REFUSED: " AWARD-CLOSED
               "  HOLDS MOVED: " HOLDS-MOVED
               "  CONFLICTS: " HOLD-CONFLICTS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE MERGE-REPORT.
           CLOSE JOURNAL-FILE.
           CLOSE STUDENT-FILE.
           DISPLAY "STUDENT-MERGE: " LOSING-ID " into " SURVIVING-ID
               " - " ENROLL-MOVED " enrollments, " GRADES-MOVED
               " grades moved, " ROWS-LEFT " rows left.".
           PERFORM 925-FREE-BATCH-LOCK.
           STOP RUN RETURNING RETURN-CD.

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

       END PROGRAM STUDENT-MERGE.
